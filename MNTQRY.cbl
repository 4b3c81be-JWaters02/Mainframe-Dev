       IDENTIFICATION DIVISION.
       PROGRAM-ID.   MNTQRY.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : MAINTENANCE HISTORY QUERY                       *
      *                                                                *
      *  Function    : PARAMETER-DRIVEN QUERY OF THE MNTHIST           *
      *                CUMULATIVE MAINTENANCE HISTORY. MNTQPARM MODE K *
      *                PRINTS THE FULL CHANGE TRAIL FOR ONE MASTER AND *
      *                KEY; MODE O PRINTS EVERYTHING ONE OPERATOR      *
      *                CHANGED. BOTH TAKE AN OPTIONAL FROM/TO DATE     *
      *                RANGE (ZERO LEAVES THAT END OPEN). EACH CHANGE  *
      *                IS LISTED WITH ITS DATE, TIME, ACTION AND       *
      *                OPERATOR AND THE BEFORE AND AFTER IMAGES OF THE *
      *                MASTER RECORD. POINT MNTHIST AT AN MNTARCH      *
      *                ARCHIVE TO QUERY CHANGES CTLPURGE HAS ARCHIVED. *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO MNTQPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT MNTHIST-IN ASSIGN TO MNTHIST
           FILE STATUS IS WS-MNTHIST-STATUS.
           SELECT PRINT-OUT ASSIGN TO MNTQRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
       01 PARM-IN-RECORD.
           05 MQ-MODE                        PIC X(1).
              88 MQ-BY-KEY                   VALUE 'K'.
              88 MQ-BY-OPERATOR              VALUE 'O'.
           05 MQ-MASTER                      PIC X(8).
              88 MQ-MASTER-VALID             VALUE 'BRANCHES',
                                                   'PARTNERS',
                                                   'ITEMMAST',
                                                   'OPTMAST',
                                                   'CALENDAR',
                                                   'OPERSEC',
                                                   'REGIONS'.
           05 MQ-KEY                         PIC X(8).
           05 MQ-OPERATOR                    PIC X(8).
           05 MQ-FROM-DATE                   PIC 9(8).
           05 MQ-TO-DATE                     PIC 9(8).
      *
       FD MNTHIST-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 383 CHARACTERS.
           COPY MNTHISTR.
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01 PRINT-OUT-RECORD                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
      * Flags...
      *
       01 WS-PARM-IN-STATUS                  PIC X(2).
           88 PARM-IN-OK                     VALUE "00".
           88 PARM-IN-EOF                    VALUE "10".
           88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-MNTHIST-STATUS                  PIC X(2).
           88 MNTHIST-OK                     VALUE "00".
           88 MNTHIST-EOF                    VALUE "10".
           88 MNTHIST-NOT-FOUND              VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-MATCH-FLAG                      PIC X VALUE 'N'.
           88 ENTRY-MATCHES                  VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-FROM-DATE                       PIC 9(8) VALUE 0.
       01 WS-TO-DATE                         PIC 9(8) VALUE 0.
       01 WS-READ-COUNT                      PIC 9(9) VALUE 0.
       01 WS-MATCH-COUNT                     PIC 9(7) VALUE 0.
       01 WS-TIME-WORK                       PIC 9(8) VALUE 0.
       01 WS-TIME-WORK-RED                   REDEFINES WS-TIME-WORK.
          05 WS-TIME-HH                      PIC 99.
          05 WS-TIME-MM                      PIC 99.
          05 WS-TIME-SS                      PIC 99.
          05 FILLER                          PIC 99.
      *
      *    Images are printed in two slices so the widest master,
      *    PARTNERS at 171 bytes, fits the print line.
      *
       01 WS-IMAGE-WORK                      PIC X(200) VALUE SPACES.
       01 WS-IMAGE-WORK-RED                  REDEFINES WS-IMAGE-WORK.
          05 WS-IMAGE-PART-1                 PIC X(100).
          05 WS-IMAGE-PART-2                 PIC X(100).
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'MAINTENANCE CHANGE TRAIL'.
             10 FILLER                       PIC X(92)   VALUE SPACES.
          05 WS-KEY-SELECT-MSG.
             10 FILLER                       PIC X(8)    VALUE
                'MASTER: '.
             10 WS-KS-MASTER                 PIC X(8).
             10 FILLER                       PIC X(7)    VALUE
                '  KEY: '.
             10 WS-KS-KEY                    PIC X(8).
             10 FILLER                       PIC X(8)    VALUE
                '  FROM: '.
             10 WS-KS-FROM                   PIC 9(8).
             10 FILLER                       PIC X(6)    VALUE
                '  TO: '.
             10 WS-KS-TO                     PIC 9(8).
             10 FILLER                       PIC X(71)   VALUE SPACES.
          05 WS-OPER-SELECT-MSG.
             10 FILLER                       PIC X(10)   VALUE
                'OPERATOR: '.
             10 WS-OS-OPERATOR               PIC X(8).
             10 FILLER                       PIC X(8)    VALUE
                '  FROM: '.
             10 WS-OS-FROM                   PIC 9(8).
             10 FILLER                       PIC X(6)    VALUE
                '  TO: '.
             10 WS-OS-TO                     PIC 9(8).
             10 FILLER                       PIC X(84)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(10)   VALUE 'DATE'.
             10 FILLER                       PIC X(10)   VALUE 'TIME'.
             10 FILLER                       PIC X(10)   VALUE 'MASTER'.
             10 FILLER                       PIC X(10)   VALUE 'KEY'.
             10 FILLER                       PIC X(10)   VALUE 'ACTION'.
             10 FILLER                       PIC X(10)   VALUE
                'OPERATOR'.
             10 FILLER                       PIC X(72)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-DATE                  PIC 9(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-TIME.
                15 WS-DET-HH                 PIC 99.
                15 FILLER                    PIC X       VALUE ':'.
                15 WS-DET-MM                 PIC 99.
                15 FILLER                    PIC X       VALUE ':'.
                15 WS-DET-SS                 PIC 99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-MASTER                PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-KEY                   PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-ACTION                PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-OPERATOR              PIC X(8).
             10 FILLER                       PIC X(74)   VALUE SPACES.
          05 WS-IMAGE-LINE.
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-IMG-LABEL                 PIC X(8).
             10 WS-IMG-TEXT                  PIC X(100).
             10 FILLER                       PIC X(20)   VALUE SPACES.
          05 WS-NO-HISTORY-MSG               PIC X(40)   VALUE
             'NO MAINTENANCE HISTORY ON FILE'.
          05 WS-NO-MATCH-MSG                 PIC X(40)   VALUE
             'NO CHANGES MATCH THE SELECTION'.
          05 WS-TOTAL-LINE.
             10 FILLER                       PIC X(16)   VALUE
                'CHANGES LISTED: '.
             10 WS-TOT-COUNT                 PIC Z(6)9.
             10 FILLER                       PIC X(109)  VALUE SPACES.
      *
       COPY ERRLOGL.
      *
       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-MAIN-PROCESS

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4600-READ-PARM-IN

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           IF MQ-BY-KEY
              MOVE MQ-MASTER TO WS-KS-MASTER
              MOVE MQ-KEY TO WS-KS-KEY
              MOVE WS-FROM-DATE TO WS-KS-FROM
              MOVE WS-TO-DATE TO WS-KS-TO
              MOVE WS-KEY-SELECT-MSG TO PRINT-OUT-RECORD
           ELSE
              MOVE MQ-OPERATOR TO WS-OS-OPERATOR
              MOVE WS-FROM-DATE TO WS-OS-FROM
              MOVE WS-TO-DATE TO WS-OS-TO
              MOVE WS-OPER-SELECT-MSG TO PRINT-OUT-RECORD
           END-IF
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       2000-MAIN-PROCESS.
           OPEN INPUT MNTHIST-IN
           IF MNTHIST-NOT-FOUND
              MOVE WS-NO-HISTORY-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           ELSE
              IF NOT MNTHIST-OK
                 DISPLAY '** MNTHIST FILE IS NOT OK **'
                 DISPLAY '** MNTHIST: ' WS-MNTHIST-STATUS
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 2100-SELECT-ONE-ENTRY UNTIL MNTHIST-EOF
              CLOSE MNTHIST-IN
              IF WS-MATCH-COUNT = 0
                 MOVE WS-NO-MATCH-MSG TO PRINT-OUT-RECORD
                 WRITE PRINT-OUT-RECORD
              END-IF
           END-IF.

       2100-SELECT-ONE-ENTRY.
           READ MNTHIST-IN
              AT END CONTINUE
           END-READ
           IF MNTHIST-OK
              ADD 1 TO WS-READ-COUNT
              MOVE 'N' TO WS-MATCH-FLAG
              IF MTH-CHANGE-DATE NOT < WS-FROM-DATE
                 AND MTH-CHANGE-DATE NOT > WS-TO-DATE
                 IF MQ-BY-KEY
                    IF MTH-MASTER = MQ-MASTER
                       AND MTH-KEY = MQ-KEY
                       MOVE 'Y' TO WS-MATCH-FLAG
                    END-IF
                 ELSE
                    IF MTH-OPERATOR = MQ-OPERATOR
                       MOVE 'Y' TO WS-MATCH-FLAG
                    END-IF
                 END-IF
              END-IF
              IF ENTRY-MATCHES
                 PERFORM 5000-PRINT-ONE-CHANGE
              END-IF
           ELSE
              IF NOT MNTHIST-EOF
                 DISPLAY '** MNTHIST FILE IS NOT OK **'
                 DISPLAY '** MNTHIST: ' WS-MNTHIST-STATUS
                 MOVE '2100-SELECT-ONE-ENTRY' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       3000-END-PROCESS.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-MATCH-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           CLOSE PRINT-OUT

           DISPLAY 'MAINTENANCE HISTORY ENTRIES READ: ' WS-READ-COUNT
           DISPLAY 'CHANGES LISTED: ' WS-MATCH-COUNT.

       4600-READ-PARM-IN.
           OPEN INPUT PARM-IN
           IF PARM-IN-NOT-FOUND
              DISPLAY '** MNTQPARM FILE IS REQUIRED FOR MNTQRY **'
              MOVE '4600-READ-PARM-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           IF NOT PARM-IN-OK
              DISPLAY '** MNTQPARM FILE IS NOT OK **'
              DISPLAY '** MNTQPARM: ' WS-PARM-IN-STATUS
              MOVE '4600-READ-PARM-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           READ PARM-IN
              AT END SET PARM-IN-EOF TO TRUE
           END-READ
           IF NOT PARM-IN-OK
              DISPLAY '** MNTQPARM IS EMPTY **'
              MOVE '4600-READ-PARM-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           CLOSE PARM-IN

      *    Zero dates leave that end of the range open.
           IF MQ-FROM-DATE NOT NUMERIC
              OR MQ-TO-DATE NOT NUMERIC
              DISPLAY '** MNTQPARM DATE RANGE INVALID **'
              DISPLAY '** MNTQPARM: ' PARM-IN-RECORD
              MOVE '4600-READ-PARM-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           MOVE MQ-FROM-DATE TO WS-FROM-DATE
           IF MQ-TO-DATE = 0
              MOVE 99999999 TO WS-TO-DATE
           ELSE
              MOVE MQ-TO-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
              DISPLAY '** MNTQPARM FROM DATE IS AFTER TO DATE **'
              DISPLAY '** MNTQPARM: ' PARM-IN-RECORD
              MOVE '4600-READ-PARM-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           EVALUATE TRUE
              WHEN MQ-BY-KEY
                 IF NOT MQ-MASTER-VALID OR MQ-KEY = SPACES
                    DISPLAY '** MNTQPARM NEEDS A KNOWN MASTER AND A '
                       'KEY **'
                    DISPLAY '** MNTQPARM: ' PARM-IN-RECORD
                    MOVE '4600-READ-PARM-IN' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
              WHEN MQ-BY-OPERATOR
                 IF MQ-OPERATOR = SPACES
                    DISPLAY '** MNTQPARM NEEDS AN OPERATOR **'
                    DISPLAY '** MNTQPARM: ' PARM-IN-RECORD
                    MOVE '4600-READ-PARM-IN' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
              WHEN OTHER
                 DISPLAY '** MNTQPARM MODE MUST BE K OR O **'
                 DISPLAY '** MNTQPARM: ' PARM-IN-RECORD
                 MOVE '4600-READ-PARM-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
           END-EVALUATE.

       5000-PRINT-ONE-CHANGE.
           ADD 1 TO WS-MATCH-COUNT
           MOVE MTH-CHANGE-DATE TO WS-DET-DATE
           MOVE MTH-CHANGE-TIME TO WS-TIME-WORK
           MOVE WS-TIME-HH TO WS-DET-HH
           MOVE WS-TIME-MM TO WS-DET-MM
           MOVE WS-TIME-SS TO WS-DET-SS
           MOVE MTH-MASTER TO WS-DET-MASTER
           MOVE MTH-KEY TO WS-DET-KEY
           EVALUATE MTH-ACTION
              WHEN 'A'
                 MOVE 'ADDED' TO WS-DET-ACTION
              WHEN 'C'
                 MOVE 'CHANGED' TO WS-DET-ACTION
              WHEN 'D'
                 MOVE 'DELETED' TO WS-DET-ACTION
              WHEN 'L'
                 MOVE 'LOADED' TO WS-DET-ACTION
              WHEN OTHER
                 MOVE MTH-ACTION TO WS-DET-ACTION
           END-EVALUATE
           MOVE MTH-OPERATOR TO WS-DET-OPERATOR
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE 'BEFORE: ' TO WS-IMG-LABEL
           MOVE MTH-BEFORE-IMAGE TO WS-IMAGE-WORK
           PERFORM 5100-PRINT-ONE-IMAGE
           MOVE 'AFTER:  ' TO WS-IMG-LABEL
           MOVE MTH-AFTER-IMAGE TO WS-IMAGE-WORK
           PERFORM 5100-PRINT-ONE-IMAGE.

       5100-PRINT-ONE-IMAGE.
           IF WS-IMAGE-WORK = SPACES
              MOVE '(NONE)' TO WS-IMG-TEXT
           ELSE
              MOVE WS-IMAGE-PART-1 TO WS-IMG-TEXT
           END-IF
           MOVE WS-IMAGE-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           IF WS-IMAGE-PART-2 NOT = SPACES
              MOVE SPACES TO WS-IMG-LABEL
              MOVE WS-IMAGE-PART-2 TO WS-IMG-TEXT
              MOVE WS-IMAGE-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF.

       9999-ABEND.
           MOVE 'MNTQRY' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
