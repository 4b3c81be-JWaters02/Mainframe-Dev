       IDENTIFICATION DIVISION.
       PROGRAM-ID.   MSTSNAP.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : MASTER FILE SNAPSHOT                            *
      *                                                                *
      *  Function    : SNAPSHOT THE MASTER FILES THE CHAIN UPDATES IN  *
      *                PLACE - STOCKLDG AND PTDSTAT (INDEXED) AND      *
      *                STMTLEDG, PRCPEND, ADJPEND, BRSUSP AND THE      *
      *                STKJRNL STOCK JOURNAL - BEFORE THE FIRST        *
      *                UPDATING STEP (RUN BY DRIVER IN STEP 00, AHEAD  *
      *                OF CYCLEMGT). EACH FILE IS UNLOADED IN KEY      *
      *                ORDER TO ITS SNAPSHOT DD (STOCKSNP, PTDSNP,     *
      *                STMTSNP, PRCPSNP, ADJPSNP, BRSUSNP, STKJSNP -   *
      *                THE RUN JCL POINTS THESE AT DATED SNAPSHOT      *
      *                DATASETS) AND CATALOGUED ON GENCAT WITH STATUS  *
      *                S UNDER THE GENERATION CYCLEMGT SAVES THE RUN   *
      *                UNDER, FOLLOWED BY A SNAPRUN ENTRY CARRYING THE *
      *                RUN NUMBER IN ITS COUNT FIELD. MSTREST RELOADS  *
      *                A SNAPSHOT.                                     *
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
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT GENCAT-FILE ASSIGN TO GENCAT
           FILE STATUS IS WS-GENCAT-STATUS.
           SELECT STOCK-LIVE ASSIGN TO STOCKLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STK-KEY
           FILE STATUS IS WS-LIVE-STATUS.
           SELECT STOCK-SNAP ASSIGN TO STOCKSNP
           FILE STATUS IS WS-SNAP-STATUS.
           SELECT PTD-LIVE ASSIGN TO PTDSTAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PTD-ITEM
           FILE STATUS IS WS-LIVE-STATUS.
           SELECT PTD-SNAP ASSIGN TO PTDSNP
           FILE STATUS IS WS-SNAP-STATUS.
           SELECT STMT-LIVE ASSIGN TO STMTLEDG
           FILE STATUS IS WS-LIVE-STATUS.
           SELECT STMT-SNAP ASSIGN TO STMTSNP
           FILE STATUS IS WS-SNAP-STATUS.
           SELECT PRCP-LIVE ASSIGN TO PRCPEND
           FILE STATUS IS WS-LIVE-STATUS.
           SELECT PRCP-SNAP ASSIGN TO PRCPSNP
           FILE STATUS IS WS-SNAP-STATUS.
           SELECT ADJP-LIVE ASSIGN TO ADJPEND
           FILE STATUS IS WS-LIVE-STATUS.
           SELECT ADJP-SNAP ASSIGN TO ADJPSNP
           FILE STATUS IS WS-SNAP-STATUS.
           SELECT SUSP-LIVE ASSIGN TO BRSUSP
           FILE STATUS IS WS-LIVE-STATUS.
           SELECT SUSP-SNAP ASSIGN TO BRSUSNP
           FILE STATUS IS WS-SNAP-STATUS.
           SELECT STKJ-LIVE ASSIGN TO STKJRNL
           FILE STATUS IS WS-LIVE-STATUS.
           SELECT STKJ-SNAP ASSIGN TO STKJSNP
           FILE STATUS IS WS-SNAP-STATUS.
           SELECT PRINT-OUT ASSIGN TO SNAPRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
      *
       FD GENCAT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01 GENCAT-RECORD.
           05 GI-GENERATION                  PIC 9(4).
           05 GI-DATE                        PIC 9(8).
           05 GI-FILE-ID                     PIC X(8).
           05 GI-RECORD-COUNT                PIC 9(9).
           05 GI-STATUS                      PIC X(1).
      *
       FD STOCK-LIVE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
           COPY STOCKR.
      *
       FD STOCK-SNAP
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
       01 STOCK-SNAP-RECORD                  PIC X(27).
      *
       FD PTD-LIVE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 43 CHARACTERS.
           COPY PTDSTATR.
      *
       FD PTD-SNAP
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 43 CHARACTERS.
       01 PTD-SNAP-RECORD                    PIC X(43).
      *
       FD STMT-LIVE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 37 CHARACTERS.
       01 STMT-LIVE-RECORD                   PIC X(37).
      *
       FD STMT-SNAP
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 37 CHARACTERS.
       01 STMT-SNAP-RECORD                   PIC X(37).
      *
       FD PRCP-LIVE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
       01 PRCP-LIVE-RECORD                   PIC X(56).
      *
       FD PRCP-SNAP
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
       01 PRCP-SNAP-RECORD                   PIC X(56).
      *
       FD ADJP-LIVE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01 ADJP-LIVE-RECORD                   PIC X(60).
      *
       FD ADJP-SNAP
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01 ADJP-SNAP-RECORD                   PIC X(60).
      *
       FD SUSP-LIVE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS.
       01 SUSP-LIVE-RECORD                   PIC X(38).
      *
       FD SUSP-SNAP
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS.
       01 SUSP-SNAP-RECORD                   PIC X(38).
      *
       FD STKJ-LIVE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 59 CHARACTERS.
       01 STKJ-LIVE-RECORD                   PIC X(59).
      *
       FD STKJ-SNAP
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 59 CHARACTERS.
       01 STKJ-SNAP-RECORD                   PIC X(59).
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 92 CHARACTERS.
       01 PRINT-OUT-RECORD                   PIC X(92).
      *
       WORKING-STORAGE SECTION.
      *
      * Flags...
      *
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-GENCAT-STATUS                   PIC X(2).
           88 GENCAT-OK                      VALUE "00".
           88 GENCAT-EOF                     VALUE "10".
           88 GENCAT-NOT-FOUND               VALUE "35".
       01 WS-LIVE-STATUS                     PIC X(2).
           88 LIVE-OK                        VALUE "00".
           88 LIVE-EOF                       VALUE "10".
           88 LIVE-NOT-FOUND                 VALUE "35".
       01 WS-SNAP-STATUS                     PIC X(2).
           88 SNAP-OK                        VALUE "00".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-SNAP-GENERATION                 PIC 9(4) VALUE 1.
       01 WS-MAX-GENERATION                  PIC 9(4) VALUE 0.
       01 WS-COPY-COUNT                      PIC 9(9) VALUE 0.
       01 WS-CUR-FILE-ID                     PIC X(8) VALUE SPACES.
       01 WS-FILES-SAVED                     PIC 9(2) VALUE 0.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(30)   VALUE
                'MASTER FILE SNAPSHOT'.
             10 FILLER                       PIC X(5)    VALUE
                'RUN: '.
             10 WS-H1-RUN                    PIC 9(5).
             10 FILLER                       PIC X(8)    VALUE
                '  DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(13)   VALUE
                '  GENERATION:'.
             10 WS-H1-GEN                    PIC Z(3)9.
             10 FILLER                       PIC X(19)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-FILE                  PIC X(8).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-ACTION                PIC X(10).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-COUNT                 PIC Z(8)9.
             10 FILLER                       PIC X(59)   VALUE SPACES.
      *
       COPY ERRLOGL.
      *
       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-SNAPSHOT-MASTERS

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

           PERFORM 1100-FIND-GENERATION

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           MOVE WS-RUN-NUMBER TO WS-H1-RUN
           MOVE WS-BUSINESS-DATE TO WS-H1-DATE
           MOVE WS-SNAP-GENERATION TO WS-H1-GEN
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       1100-FIND-GENERATION.
      *    The snapshot goes under the next generation on the
      *    catalogue - the one CYCLEMGT then saves the chain outputs
      *    under - so a generation holds everything as it stood when
      *    the run began. Entries are appended; CYCLEMGT carries them
      *    forward and purges them with the rest of the generation.
           OPEN INPUT GENCAT-FILE
           IF GENCAT-NOT-FOUND
              MOVE 0 TO WS-MAX-GENERATION
           ELSE
              IF NOT GENCAT-OK
                 DISPLAY '** GENCAT FILE IS NOT OK **'
                 DISPLAY '** GENCAT: ' WS-GENCAT-STATUS
                 MOVE '1100-FIND-GENERATION' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1110-SCAN-CATALOGUE UNTIL GENCAT-EOF
              CLOSE GENCAT-FILE
           END-IF
           COMPUTE WS-SNAP-GENERATION = WS-MAX-GENERATION + 1

           OPEN EXTEND GENCAT-FILE
           IF GENCAT-NOT-FOUND
              OPEN OUTPUT GENCAT-FILE
           END-IF
           IF NOT GENCAT-OK
              DISPLAY '** GENCAT FILE IS NOT OK **'
              DISPLAY '** GENCAT: ' WS-GENCAT-STATUS
              MOVE '1100-FIND-GENERATION' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       1110-SCAN-CATALOGUE.
           READ GENCAT-FILE
              AT END CONTINUE
           END-READ
           IF GENCAT-OK
              IF GI-GENERATION > WS-MAX-GENERATION
                 MOVE GI-GENERATION TO WS-MAX-GENERATION
              END-IF
           END-IF.

       2000-SNAPSHOT-MASTERS.
           PERFORM 2100-SNAP-STOCKLDG
           PERFORM 2200-SNAP-PTDSTAT
           PERFORM 2300-SNAP-STMTLEDG
           PERFORM 2400-SNAP-PRCPEND
           PERFORM 2500-SNAP-ADJPEND
           PERFORM 2600-SNAP-BRSUSP
           PERFORM 2700-SNAP-STKJRNL

      *    The run entry goes on last: MSTREST will not restore a
      *    generation without one, so a snapshot cut short by an
      *    abend can never be reloaded half-complete.
           MOVE WS-SNAP-GENERATION TO GI-GENERATION
           MOVE WS-BUSINESS-DATE TO GI-DATE
           MOVE 'SNAPRUN' TO GI-FILE-ID
           MOVE WS-RUN-NUMBER TO GI-RECORD-COUNT
           MOVE 'S' TO GI-STATUS
           WRITE GENCAT-RECORD
           IF NOT GENCAT-OK
              DISPLAY '** GENCAT WRITE IS NOT OK **'
              DISPLAY '** GENCAT: ' WS-GENCAT-STATUS
              MOVE '2000-SNAPSHOT-MASTERS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           CLOSE GENCAT-FILE.

       2100-SNAP-STOCKLDG.
           MOVE 'STOCKLDG' TO WS-CUR-FILE-ID
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT STOCK-LIVE
           IF LIVE-NOT-FOUND
              PERFORM 5100-REPORT-MISSING
           ELSE
              IF NOT LIVE-OK
                 DISPLAY '** STOCKLDG FILE IS NOT OK **'
                 DISPLAY '** STOCKLDG: ' WS-LIVE-STATUS
                 MOVE '2100-SNAP-STOCKLDG' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              OPEN OUTPUT STOCK-SNAP
              IF NOT SNAP-OK
                 DISPLAY '** STOCKSNP FILE IS NOT OK **'
                 MOVE '2100-SNAP-STOCKLDG' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 2110-COPY-STOCKLDG UNTIL LIVE-EOF
              CLOSE STOCK-LIVE
              CLOSE STOCK-SNAP
              PERFORM 5000-CATALOGUE-SAVED
           END-IF.

       2110-COPY-STOCKLDG.
           READ STOCK-LIVE
              AT END CONTINUE
           END-READ
           IF LIVE-OK
              ADD 1 TO WS-COPY-COUNT
              MOVE STOCK-RECORD TO STOCK-SNAP-RECORD
              WRITE STOCK-SNAP-RECORD
           ELSE
              IF NOT LIVE-EOF
                 DISPLAY '** STOCKLDG FILE IS NOT OK **'
                 DISPLAY '** STOCKLDG: ' WS-LIVE-STATUS
                 MOVE '2110-COPY-STOCKLDG' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2200-SNAP-PTDSTAT.
           MOVE 'PTDSTAT' TO WS-CUR-FILE-ID
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT PTD-LIVE
           IF LIVE-NOT-FOUND
              PERFORM 5100-REPORT-MISSING
           ELSE
              IF NOT LIVE-OK
                 DISPLAY '** PTDSTAT FILE IS NOT OK **'
                 DISPLAY '** PTDSTAT: ' WS-LIVE-STATUS
                 MOVE '2200-SNAP-PTDSTAT' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              OPEN OUTPUT PTD-SNAP
              IF NOT SNAP-OK
                 DISPLAY '** PTDSNP FILE IS NOT OK **'
                 MOVE '2200-SNAP-PTDSTAT' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 2210-COPY-PTDSTAT UNTIL LIVE-EOF
              CLOSE PTD-LIVE
              CLOSE PTD-SNAP
              PERFORM 5000-CATALOGUE-SAVED
           END-IF.

       2210-COPY-PTDSTAT.
           READ PTD-LIVE
              AT END CONTINUE
           END-READ
           IF LIVE-OK
              ADD 1 TO WS-COPY-COUNT
              MOVE PTD-STAT-RECORD TO PTD-SNAP-RECORD
              WRITE PTD-SNAP-RECORD
           ELSE
              IF NOT LIVE-EOF
                 DISPLAY '** PTDSTAT FILE IS NOT OK **'
                 DISPLAY '** PTDSTAT: ' WS-LIVE-STATUS
                 MOVE '2210-COPY-PTDSTAT' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2300-SNAP-STMTLEDG.
           MOVE 'STMTLEDG' TO WS-CUR-FILE-ID
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT STMT-LIVE
           IF LIVE-NOT-FOUND
              PERFORM 5100-REPORT-MISSING
           ELSE
              IF NOT LIVE-OK
                 DISPLAY '** STMTLEDG FILE IS NOT OK **'
                 DISPLAY '** STMTLEDG: ' WS-LIVE-STATUS
                 MOVE '2300-SNAP-STMTLEDG' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              OPEN OUTPUT STMT-SNAP
              IF NOT SNAP-OK
                 DISPLAY '** STMTSNP FILE IS NOT OK **'
                 MOVE '2300-SNAP-STMTLEDG' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 2310-COPY-STMTLEDG UNTIL LIVE-EOF
              CLOSE STMT-LIVE
              CLOSE STMT-SNAP
              PERFORM 5000-CATALOGUE-SAVED
           END-IF.

       2310-COPY-STMTLEDG.
           READ STMT-LIVE
              AT END CONTINUE
           END-READ
           IF LIVE-OK
              ADD 1 TO WS-COPY-COUNT
              MOVE STMT-LIVE-RECORD TO STMT-SNAP-RECORD
              WRITE STMT-SNAP-RECORD
           END-IF.

       2400-SNAP-PRCPEND.
           MOVE 'PRCPEND' TO WS-CUR-FILE-ID
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT PRCP-LIVE
           IF LIVE-NOT-FOUND
              PERFORM 5100-REPORT-MISSING
           ELSE
              IF NOT LIVE-OK
                 DISPLAY '** PRCPEND FILE IS NOT OK **'
                 DISPLAY '** PRCPEND: ' WS-LIVE-STATUS
                 MOVE '2400-SNAP-PRCPEND' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              OPEN OUTPUT PRCP-SNAP
              IF NOT SNAP-OK
                 DISPLAY '** PRCPSNP FILE IS NOT OK **'
                 MOVE '2400-SNAP-PRCPEND' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 2410-COPY-PRCPEND UNTIL LIVE-EOF
              CLOSE PRCP-LIVE
              CLOSE PRCP-SNAP
              PERFORM 5000-CATALOGUE-SAVED
           END-IF.

       2410-COPY-PRCPEND.
           READ PRCP-LIVE
              AT END CONTINUE
           END-READ
           IF LIVE-OK
              ADD 1 TO WS-COPY-COUNT
              MOVE PRCP-LIVE-RECORD TO PRCP-SNAP-RECORD
              WRITE PRCP-SNAP-RECORD
           END-IF.

       2500-SNAP-ADJPEND.
           MOVE 'ADJPEND' TO WS-CUR-FILE-ID
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT ADJP-LIVE
           IF LIVE-NOT-FOUND
              PERFORM 5100-REPORT-MISSING
           ELSE
              IF NOT LIVE-OK
                 DISPLAY '** ADJPEND FILE IS NOT OK **'
                 DISPLAY '** ADJPEND: ' WS-LIVE-STATUS
                 MOVE '2500-SNAP-ADJPEND' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              OPEN OUTPUT ADJP-SNAP
              IF NOT SNAP-OK
                 DISPLAY '** ADJPSNP FILE IS NOT OK **'
                 MOVE '2500-SNAP-ADJPEND' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 2510-COPY-ADJPEND UNTIL LIVE-EOF
              CLOSE ADJP-LIVE
              CLOSE ADJP-SNAP
              PERFORM 5000-CATALOGUE-SAVED
           END-IF.

       2510-COPY-ADJPEND.
           READ ADJP-LIVE
              AT END CONTINUE
           END-READ
           IF LIVE-OK
              ADD 1 TO WS-COPY-COUNT
              MOVE ADJP-LIVE-RECORD TO ADJP-SNAP-RECORD
              WRITE ADJP-SNAP-RECORD
           END-IF.

       2600-SNAP-BRSUSP.
           MOVE 'BRSUSP' TO WS-CUR-FILE-ID
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT SUSP-LIVE
           IF LIVE-NOT-FOUND
              PERFORM 5100-REPORT-MISSING
           ELSE
              IF NOT LIVE-OK
                 DISPLAY '** BRSUSP FILE IS NOT OK **'
                 DISPLAY '** BRSUSP: ' WS-LIVE-STATUS
                 MOVE '2600-SNAP-BRSUSP' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              OPEN OUTPUT SUSP-SNAP
              IF NOT SNAP-OK
                 DISPLAY '** BRSUSNP FILE IS NOT OK **'
                 MOVE '2600-SNAP-BRSUSP' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 2610-COPY-BRSUSP UNTIL LIVE-EOF
              CLOSE SUSP-LIVE
              CLOSE SUSP-SNAP
              PERFORM 5000-CATALOGUE-SAVED
           END-IF.

       2610-COPY-BRSUSP.
           READ SUSP-LIVE
              AT END CONTINUE
           END-READ
           IF LIVE-OK
              ADD 1 TO WS-COPY-COUNT
              MOVE SUSP-LIVE-RECORD TO SUSP-SNAP-RECORD
              WRITE SUSP-SNAP-RECORD
           END-IF.

       2700-SNAP-STKJRNL.
      *    The stock journal goes back with the ledger, so STKROLL
      *    does not find the backed-out run's movements journalled
      *    twice once the run is re-driven.
           MOVE 'STKJRNL' TO WS-CUR-FILE-ID
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT STKJ-LIVE
           IF LIVE-NOT-FOUND
              PERFORM 5100-REPORT-MISSING
           ELSE
              IF NOT LIVE-OK
                 DISPLAY '** STKJRNL FILE IS NOT OK **'
                 DISPLAY '** STKJRNL: ' WS-LIVE-STATUS
                 MOVE '2700-SNAP-STKJRNL' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              OPEN OUTPUT STKJ-SNAP
              IF NOT SNAP-OK
                 DISPLAY '** STKJSNP FILE IS NOT OK **'
                 MOVE '2700-SNAP-STKJRNL' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 2710-COPY-STKJRNL UNTIL LIVE-EOF
              CLOSE STKJ-LIVE
              CLOSE STKJ-SNAP
              PERFORM 5000-CATALOGUE-SAVED
           END-IF.

       2710-COPY-STKJRNL.
           READ STKJ-LIVE
              AT END CONTINUE
           END-READ
           IF LIVE-OK
              ADD 1 TO WS-COPY-COUNT
              MOVE STKJ-LIVE-RECORD TO STKJ-SNAP-RECORD
              WRITE STKJ-SNAP-RECORD
           ELSE
              IF NOT LIVE-EOF
                 DISPLAY '** STKJRNL FILE IS NOT OK **'
                 DISPLAY '** STKJRNL: ' WS-LIVE-STATUS
                 MOVE '2710-COPY-STKJRNL' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       3000-END-PROCESS.
           CLOSE PRINT-OUT

           DISPLAY 'MSTSNAP: GENERATION ' WS-SNAP-GENERATION
              ' HOLDS THE MASTERS AT THE START OF RUN '
              WS-RUN-NUMBER
           DISPLAY 'MASTER FILES SNAPSHOTTED: ' WS-FILES-SAVED.

       4950-READ-RUN-CONTROL.
           OPEN INPUT RUNCTL-IN
           IF RUNCTL-NOT-FOUND
              MOVE 0 TO WS-RUN-NUMBER
           ELSE
              IF NOT RUNCTL-OK
                 DISPLAY '** RUNCTL-IN FILE IS NOT OK **'
                 MOVE '4950-READ-RUN-CONTROL' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              READ RUNCTL-IN
                 AT END SET RUNCTL-EOF TO TRUE
              END-READ
              IF RUNCTL-OK
                 MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER
                 MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
              END-IF
              CLOSE RUNCTL-IN
           END-IF.

       5000-CATALOGUE-SAVED.
           MOVE WS-SNAP-GENERATION TO GI-GENERATION
           MOVE WS-BUSINESS-DATE TO GI-DATE
           MOVE WS-CUR-FILE-ID TO GI-FILE-ID
           MOVE WS-COPY-COUNT TO GI-RECORD-COUNT
           MOVE 'S' TO GI-STATUS
           WRITE GENCAT-RECORD
           IF NOT GENCAT-OK
              DISPLAY '** GENCAT WRITE IS NOT OK **'
              DISPLAY '** GENCAT: ' WS-GENCAT-STATUS
              MOVE '5000-CATALOGUE-SAVED' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-FILES-SAVED

           MOVE WS-CUR-FILE-ID TO WS-DET-FILE
           MOVE 'SAVED' TO WS-DET-ACTION
           MOVE WS-COPY-COUNT TO WS-DET-COUNT
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-REPORT-MISSING.
           MOVE WS-CUR-FILE-ID TO WS-DET-FILE
           MOVE 'NO FILE' TO WS-DET-ACTION
           MOVE 0 TO WS-DET-COUNT
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       9999-ABEND.
           MOVE 'MSTSNAP' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
