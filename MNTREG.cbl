      *  Project     : CONSOLIDATED MAINTENANCE REGISTER               *
      *                                                                *
      *  Function    : MERGE THE DAY'S MAINTENANCE AUDIT FILES -       *
      *                BRCHAUD (BRANCHES), PARTAUD (PARTNERS), ITEMAUD *
      *                (ITEMMAST), OPTAUD (OPTMAST), CALAUD            *
      *                (CALENDAR), SECAUD (OPERSEC) AND REGAUD         *
      *                (REGIONS) - INTO ONE REGISTER OF WHO CHANGED    *
      *                WHAT, WHEN: MASTER, ACTION AND KEY PER LINE     *
      *                UNDER TODAY'S DATE, WITH A COUNT PER MASTER.    *
      *                AUDIT FILES ARE RECREATED BY EACH MAINTENANCE   *
      *                RUN, SO THE REGISTER IS PRINTED AFTER THE DAY'S *
      *                MAINTENANCE JOBS COMPLETE. EVERY IMAGE          *
      *                REGISTERED IS ALSO APPENDED TO THE CUMULATIVE   *
      *                MNTHIST MAINTENANCE HISTORY, STAMPED WITH THE   *
      *                DATE, TIME, MASTER, KEY AND KEYING OPERATOR, SO *
      *                THE CHANGE TRAIL OUTLIVES THE AUDIT FILES.      *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
           FILE STATUS IS WS-AUD-STATUS.
           SELECT REGAUD-IN ASSIGN TO REGAUD
           FILE STATUS IS WS-AUD-STATUS.
           SELECT MNTHIST-OUT ASSIGN TO MNTHIST
           FILE STATUS IS WS-MNTHIST-STATUS.
           SELECT PRINT-OUT ASSIGN TO MNTRPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       FD BRCHAUD-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 183 CHARACTERS.
       01 BRCHAUD-RECORD.
           05 BA-ACTION                      PIC X(1).
           05 BA-KEY                         PIC X(4).
           05 BA-BEFORE-IMAGE                PIC X(85).
           05 BA-AFTER-IMAGE                 PIC X(85).
           05 BA-OPERATOR                    PIC X(8).
      *
       FD PARTAUD-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 353 CHARACTERS.
       01 PARTAUD-RECORD.
           05 PA-ACTION                      PIC X(1).
           05 PA-KEY                         PIC X(2).
           05 PA-BEFORE-IMAGE                PIC X(171).
           05 PA-AFTER-IMAGE                 PIC X(171).
           05 PA-OPERATOR                    PIC X(8).
      *
       FD ITEMAUD-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 157 CHARACTERS.
       01 ITEMAUD-RECORD.
           05 IA-ACTION                      PIC X(1).
           05 IA-KEY                         PIC X(6).
           05 IA-BEFORE-IMAGE                PIC X(71).
           05 IA-AFTER-IMAGE                 PIC X(71).
           05 IA-OPERATOR                    PIC X(8).
      *
       FD OPTAUD-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 87 CHARACTERS.
       01 OPTAUD-RECORD.
           05 OA-ACTION                      PIC X(1).
           05 OA-KEY                         PIC X(2).
           05 OA-BEFORE-IMAGE                PIC X(38).
           05 OA-AFTER-IMAGE                 PIC X(38).
           05 OA-OPERATOR                    PIC X(8).
      *
       FD CALAUD-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 55 CHARACTERS.
       01 CALAUD-RECORD.
           05 CA-ACTION                      PIC X(1).
           05 CA-KEY                         PIC X(8).
           05 CA-BEFORE-IMAGE                PIC X(19).
           05 CA-AFTER-IMAGE                 PIC X(19).
           05 CA-OPERATOR                    PIC X(8).
      *
       FD SECAUD-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 93 CHARACTERS.
       01 SECAUD-RECORD.
           05 SA-ACTION                      PIC X(1).
           05 SA-KEY                         PIC X(8).
           05 SA-BEFORE-IMAGE                PIC X(38).
           05 SA-AFTER-IMAGE                 PIC X(38).
           05 SA-OPERATOR                    PIC X(8).
      *
       FD REGAUD-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 115 CHARACTERS.
       01 REGAUD-RECORD.
           05 RA-ACTION                      PIC X(1).
           05 RA-KEY                         PIC X(2).
           05 RA-BEFORE-IMAGE                PIC X(52).
           05 RA-AFTER-IMAGE                 PIC X(52).
           05 RA-OPERATOR                    PIC X(8).
      *
       FD MNTHIST-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 383 CHARACTERS.
           COPY MNTHISTR.
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
           88 AUD-OK                         VALUE "00".
           88 AUD-EOF                        VALUE "10".
           88 AUD-NOT-FOUND                  VALUE "35".
       01 WS-MNTHIST-STATUS                  PIC X(2).
           88 MNTHIST-OK                     VALUE "00".
           88 MNTHIST-NOT-FOUND              VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
      *
      * Variables...
      *
       01 WS-RUN-DATE                        PIC 9(8) VALUE 0.
       01 WS-RUN-TIME                        PIC 9(8) VALUE 0.
       01 WS-CUR-MASTER                      PIC X(8) VALUE SPACES.
       01 WS-CUR-ACTION                      PIC X(1) VALUE SPACE.
       01 WS-CUR-KEY                         PIC X(8) VALUE SPACES.
       01 WS-MASTER-COUNT                    PIC 9(5) VALUE 0.
       01 WS-TOTAL-COUNT                     PIC 9(7) VALUE 0.
       01 WS-HIST-COUNT                      PIC 9(7) VALUE 0.
      *
      * Messages...
      *
                'MASTER'.
             10 FILLER                       PIC X(8)    VALUE
                'ACTION'.
             10 FILLER                       PIC X(10)   VALUE 'KEY'.
             10 FILLER                       PIC X(8)    VALUE
                'OPERATOR'.
             10 FILLER                       PIC X(56)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-MASTER                PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-ACTION                PIC X(1).
             10 FILLER                       PIC X(7)    VALUE SPACES.
             10 WS-DET-KEY                   PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-OPERATOR              PIC X(8).
             10 FILLER                       PIC X(56)   VALUE SPACES.
          05 WS-SUMMARY-LINE.
             10 WS-SUM-MASTER                PIC X(8).
             10 FILLER                       PIC X(10)   VALUE

       1000-INITIAL-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME

      *    The audit files are recreated by the next maintenance run,
      *    so every image registered today is also kept on MNTHIST.
           OPEN EXTEND MNTHIST-OUT
           IF MNTHIST-NOT-FOUND
              OPEN OUTPUT MNTHIST-OUT
           END-IF
           IF NOT MNTHIST-OK
              DISPLAY '** MNTHIST FILE IS NOT OK **'
              DISPLAY '** MNTHIST: ' WS-MNTHIST-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
           IF AUD-OK
              MOVE BA-ACTION TO WS-CUR-ACTION
              MOVE BA-KEY TO WS-CUR-KEY
              MOVE BA-BEFORE-IMAGE TO MTH-BEFORE-IMAGE
              MOVE BA-AFTER-IMAGE TO MTH-AFTER-IMAGE
              MOVE BA-OPERATOR TO MTH-OPERATOR
              PERFORM 5000-REGISTER-ONE
           END-IF.

           IF AUD-OK
              MOVE PA-ACTION TO WS-CUR-ACTION
              MOVE PA-KEY TO WS-CUR-KEY
              MOVE PA-BEFORE-IMAGE TO MTH-BEFORE-IMAGE
              MOVE PA-AFTER-IMAGE TO MTH-AFTER-IMAGE
              MOVE PA-OPERATOR TO MTH-OPERATOR
              PERFORM 5000-REGISTER-ONE
           END-IF.

           IF AUD-OK
              MOVE IA-ACTION TO WS-CUR-ACTION
              MOVE IA-KEY TO WS-CUR-KEY
              MOVE IA-BEFORE-IMAGE TO MTH-BEFORE-IMAGE
              MOVE IA-AFTER-IMAGE TO MTH-AFTER-IMAGE
              MOVE IA-OPERATOR TO MTH-OPERATOR
              PERFORM 5000-REGISTER-ONE
           END-IF.

           IF AUD-OK
              MOVE OA-ACTION TO WS-CUR-ACTION
              MOVE OA-KEY TO WS-CUR-KEY
              MOVE OA-BEFORE-IMAGE TO MTH-BEFORE-IMAGE
              MOVE OA-AFTER-IMAGE TO MTH-AFTER-IMAGE
              MOVE OA-OPERATOR TO MTH-OPERATOR
              PERFORM 5000-REGISTER-ONE
           END-IF.

           IF AUD-OK
              MOVE CA-ACTION TO WS-CUR-ACTION
              MOVE CA-KEY TO WS-CUR-KEY
              MOVE CA-BEFORE-IMAGE TO MTH-BEFORE-IMAGE
              MOVE CA-AFTER-IMAGE TO MTH-AFTER-IMAGE
              MOVE CA-OPERATOR TO MTH-OPERATOR
              PERFORM 5000-REGISTER-ONE
           END-IF.

           IF AUD-OK
              MOVE SA-ACTION TO WS-CUR-ACTION
              MOVE SA-KEY TO WS-CUR-KEY
              MOVE SA-BEFORE-IMAGE TO MTH-BEFORE-IMAGE
              MOVE SA-AFTER-IMAGE TO MTH-AFTER-IMAGE
              MOVE SA-OPERATOR TO MTH-OPERATOR
              PERFORM 5000-REGISTER-ONE
           END-IF.

           IF AUD-OK
              MOVE RA-ACTION TO WS-CUR-ACTION
              MOVE RA-KEY TO WS-CUR-KEY
              MOVE RA-BEFORE-IMAGE TO MTH-BEFORE-IMAGE
              MOVE RA-AFTER-IMAGE TO MTH-AFTER-IMAGE
              MOVE RA-OPERATOR TO MTH-OPERATOR
              PERFORM 5000-REGISTER-ONE
           END-IF.

           MOVE WS-CUR-MASTER TO WS-DET-MASTER
           MOVE WS-CUR-ACTION TO WS-DET-ACTION
           MOVE WS-CUR-KEY TO WS-DET-KEY
           MOVE MTH-OPERATOR TO WS-DET-OPERATOR
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-RUN-DATE TO MTH-CHANGE-DATE
           MOVE WS-RUN-TIME TO MTH-CHANGE-TIME
           MOVE WS-CUR-MASTER TO MTH-MASTER
           MOVE WS-CUR-KEY TO MTH-KEY
           MOVE WS-CUR-ACTION TO MTH-ACTION
           WRITE MAINT-HIST-RECORD
           IF NOT MNTHIST-OK
              DISPLAY '** MNTHIST WRITE FAILED: ' WS-MNTHIST-STATUS
              MOVE '5000-REGISTER-ONE' TO EL-PARAGRAPH
              MOVE 'MNTHIST' TO EL-FILE-NAME
              MOVE WS-MNTHIST-STATUS TO EL-FILE-STATUS
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-HIST-COUNT.

       5100-SUMMARISE-MASTER.
           IF WS-MASTER-COUNT > 0
              WRITE PRINT-OUT-RECORD
           END-IF

           CLOSE MNTHIST-OUT
           CLOSE PRINT-OUT

           DISPLAY 'MAINTENANCE CHANGES REGISTERED: '
              WS-TOTAL-COUNT
           DISPLAY 'MAINTENANCE HISTORY ENTRIES ADDED: '
              WS-HIST-COUNT.

       9999-ABEND.
           MOVE 'MNTREG' TO EL-PROGRAM-ID
