      ******************************************************************
      * Author:
      * Date:
      * Purpose:one-time conversion of an existing person name master
      *         NAMEPMST from its original 53-byte record (key, first
      *         seen, last seen, occurrence count) to the 97-byte
      *         record every NAME program now uses, which adds the
      *         sound-alike key, the steward status, the alias key
      *         and the status date. Run once, before the first night
      *         on the new programs; a master created by NAMEMRG from
      *         scratch is already in the new layout and is not
      *         converted.
      *         PARM='UNLOAD' reads the old master in key order and
      *         writes each entry, already in the new layout, to the
      *         sequential work file NAMEPCNV: status 'A' (active),
      *         alias key and status date blank, and the sound-alike
      *         key built from STR3 and STR2 with NAMESDX, the way
      *         NAMEMRG builds it for a new entry.
      *         PARM='RELOAD' empties NAMEPMST and loads it from
      *         NAMEPCNV. NAMEPCNV is kept, so a failed RELOAD is
      *         simply run again; UNLOAD must never be rerun over a
      *         master RELOAD has already rewritten.
      *         Keys and occurrence counts do not change, so NAMEPMCT
      *         and NAMEBAL's proof of the master are unaffected. Each
      *         step displays its counts; RELOAD ends RC=8 when it did
      *         not load every entry NAMEPCNV holds, RC=12 on an I/O
      *         failure.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMECNV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE SAME DATASET UNDER BOTH LAYOUTS - UNLOAD OPENS IT AS THE
      *OLD ONE, RELOAD AS THE NEW ONE.
           SELECT OLD-MASTER-FILE ASSIGN TO NAMEPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-NAME-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NAME-MASTER-FILE ASSIGN TO NAMEPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MS-NAME-KEY
               ALTERNATE RECORD KEY IS MS-SOUNDEX-KEY WITH DUPLICATES
               FILE STATUS IS WS-MST-STATUS.
           SELECT CONVERT-WORK-FILE ASSIGN TO NAMEPCNV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-MASTER-RECORD.
           05  OM-NAME-KEY.
               10  OM-STR1       PIC X(11).
               10  OM-STR2       PIC X(7).
               10  OM-STR3       PIC X(7).
           05  OM-FIRST-SEEN     PIC X(10).
           05  OM-LAST-SEEN      PIC X(10).
           05  OM-OCCUR-COUNT    PIC 9(8).
       FD  NAME-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  NAME-MASTER-RECORD.
           05  MS-NAME-KEY.
               10  MS-STR1       PIC X(11).
               10  MS-STR2       PIC X(7).
               10  MS-STR3       PIC X(7).
           05  MS-FIRST-SEEN     PIC X(10).
           05  MS-LAST-SEEN      PIC X(10).
           05  MS-OCCUR-COUNT    PIC 9(8).
           05  MS-SOUNDEX-KEY    PIC X(8).
           05  MS-STATUS         PIC X(1).
           05  MS-ALIAS-KEY      PIC X(25).
           05  MS-STATUS-DATE    PIC X(10).
       FD  CONVERT-WORK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONVERT-WORK-RECORD PIC X(97).
       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS PIC X(2).
       01  WS-MST-STATUS PIC X(2).
       01  WS-CNV-STATUS PIC X(2).
       01  WS-MODE PIC X(8) VALUE SPACES.
           88  WS-IS-UNLOAD VALUE 'UNLOAD'.
           88  WS-IS-RELOAD VALUE 'RELOAD'.
       01  WS-EOF-SW PIC X VALUE 'N'.
           88  WS-EOF VALUE 'Y'.
       01  WS-IO-ERROR-SW PIC X VALUE 'N'.
           88  WS-IO-ERROR VALUE 'Y'.
       01  WS-READ-COUNT PIC 9(8) VALUE 0.
       01  WS-WRITE-COUNT PIC 9(8) VALUE 0.
       01  WS-OCCURS-TOTAL PIC 9(10) VALUE 0.
       01  WS-SDX-NAME PIC X(25).
       01  WS-SOUNDEX-KEY.
           05  WS-SDX-SURNAME PIC X(4).
           05  WS-SDX-FIRST   PIC X(4).
       LINKAGE SECTION.
       01  CNV-MODE-PARM.
           05  CNV-PARM-LEN  PIC S9(4) COMP.
           05  CNV-PARM-TEXT PIC X(8).
      ******************************************************************
       PROCEDURE DIVISION USING CNV-MODE-PARM.
       MAIN-PROCEDURE.
           IF CNV-PARM-LEN > 0
               MOVE CNV-PARM-TEXT(1:CNV-PARM-LEN) TO WS-MODE
           END-IF.
           IF NOT WS-IS-UNLOAD AND NOT WS-IS-RELOAD
               DISPLAY 'NAMECNV: PARM MUST BE UNLOAD OR RELOAD - '
                   WS-MODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-IS-UNLOAD
               PERFORM UNLOAD-OLD-MASTER
           ELSE
               PERFORM RELOAD-NEW-MASTER
           END-IF.
           DISPLAY 'NAMECNV: ' WS-MODE ' ' WS-READ-COUNT ' READ, '
               WS-WRITE-COUNT ' WRITTEN, ' WS-OCCURS-TOTAL
               ' OCCURRENCES'.
           EVALUATE TRUE
               WHEN WS-IO-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN WS-WRITE-COUNT NOT = WS-READ-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *A MASTER ALREADY IN THE NEW LAYOUT DOES NOT OPEN UNDER THE OLD
      *ONE, SO A SECOND UNLOAD STOPS HERE INSTEAD OF MISREADING IT.
       UNLOAD-OLD-MASTER.
           OPEN INPUT OLD-MASTER-FILE.
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'NAMECNV: CANNOT OPEN NAMEPMST IN THE OLD '
                   'LAYOUT, FILE STATUS ' WS-OLD-STATUS
               SET WS-IO-ERROR TO TRUE
           ELSE
               OPEN OUTPUT CONVERT-WORK-FILE
               PERFORM READ-OLD-MASTER
               PERFORM UNTIL WS-EOF OR WS-IO-ERROR
                   PERFORM CONVERT-MASTER-RECORD
                   PERFORM READ-OLD-MASTER
               END-PERFORM
               CLOSE CONVERT-WORK-FILE
               CLOSE OLD-MASTER-FILE
           END-IF.

       READ-OLD-MASTER.
           READ OLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF NOT WS-EOF
               IF WS-OLD-STATUS = '00'
                   ADD 1 TO WS-READ-COUNT
               ELSE
                   DISPLAY 'NAMECNV: NAMEPMST READ FAILED, FILE STATUS '
                       WS-OLD-STATUS
                   SET WS-IO-ERROR TO TRUE
               END-IF
           END-IF.

      *THE NEW FIELDS ARE WHAT NAMEMRG GIVES AN ENTRY IT ADDS - THE
      *SOUND-ALIKE KEY FROM THE ENTRY'S OWN STR3 AND STR2, BUILT THE
      *WAY NAMEMRG AND NAMEMNT BUILD IT.
       CONVERT-MASTER-RECORD.
           MOVE OM-NAME-KEY TO MS-NAME-KEY.
           MOVE OM-FIRST-SEEN TO MS-FIRST-SEEN.
           MOVE OM-LAST-SEEN TO MS-LAST-SEEN.
           MOVE OM-OCCUR-COUNT TO MS-OCCUR-COUNT.
           MOVE MS-STR3 TO WS-SDX-NAME.
           CALL 'NAMESDX' USING WS-SDX-NAME, WS-SDX-SURNAME
           END-CALL.
           MOVE MS-STR2 TO WS-SDX-NAME.
           CALL 'NAMESDX' USING WS-SDX-NAME, WS-SDX-FIRST
           END-CALL.
           MOVE WS-SOUNDEX-KEY TO MS-SOUNDEX-KEY.
           MOVE 'A' TO MS-STATUS.
           MOVE SPACES TO MS-ALIAS-KEY.
           MOVE SPACES TO MS-STATUS-DATE.
           WRITE CONVERT-WORK-RECORD FROM NAME-MASTER-RECORD.
           IF WS-CNV-STATUS = '00'
               ADD 1 TO WS-WRITE-COUNT
               ADD MS-OCCUR-COUNT TO WS-OCCURS-TOTAL
           ELSE
               DISPLAY 'NAMECNV: NAMEPCNV WRITE FAILED, FILE STATUS '
                   WS-CNV-STATUS
               SET WS-IO-ERROR TO TRUE
           END-IF.

      *NAMEPCNV IS IN KEY ORDER (IT WAS UNLOADED THAT WAY), SO THE
      *EMPTIED MASTER IS LOADED SEQUENTIALLY.
       RELOAD-NEW-MASTER.
           OPEN INPUT CONVERT-WORK-FILE.
           IF WS-CNV-STATUS NOT = '00'
               DISPLAY 'NAMECNV: CANNOT OPEN NAMEPCNV, FILE STATUS '
                   WS-CNV-STATUS
               SET WS-IO-ERROR TO TRUE
           ELSE
               OPEN OUTPUT NAME-MASTER-FILE
               IF WS-MST-STATUS NOT = '00'
                   DISPLAY 'NAMECNV: CANNOT OPEN NAMEPMST, FILE STATUS '
                       WS-MST-STATUS
                   SET WS-IO-ERROR TO TRUE
               ELSE
                   PERFORM READ-CONVERT-WORK
                   PERFORM UNTIL WS-EOF OR WS-IO-ERROR
                       PERFORM LOAD-MASTER-RECORD
                       PERFORM READ-CONVERT-WORK
                   END-PERFORM
                   CLOSE NAME-MASTER-FILE
               END-IF
               CLOSE CONVERT-WORK-FILE
           END-IF.

       READ-CONVERT-WORK.
           READ CONVERT-WORK-FILE INTO NAME-MASTER-RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF NOT WS-EOF
               ADD 1 TO WS-READ-COUNT
           END-IF.

       LOAD-MASTER-RECORD.
           WRITE NAME-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'NAMECNV: NAMEPMST WRITE FAILED, '
                       'FILE STATUS ' WS-MST-STATUS
                       ' RECORD ' WS-READ-COUNT
                   SET WS-IO-ERROR TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
                   ADD MS-OCCUR-COUNT TO WS-OCCURS-TOTAL
           END-WRITE.
