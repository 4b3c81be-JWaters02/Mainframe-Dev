       IDENTIFICATION DIVISION.
       PROGRAM-ID.   MSTREST.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : MASTER FILE SNAPSHOT                            *
      *                                                                *
      *  Function    : RELOAD THE CHAIN'S UPDATED MASTERS (STOCKLDG    *
      *                AND PTDSTAT, INDEXED, AND STMTLEDG, PRCPEND,    *
      *                ADJPEND, BRSUSP AND THE STKJRNL STOCK JOURNAL)  *
      *                FROM A SNAPSHOT MSTSNAP TOOK AT THE START OF A  *
      *                RUN. MRSTPARM NAMES THE SNAPSHOT GENERATION; IT *
      *                MUST BE ON GENCAT, NOT PURGED, AND COMPLETE     *
      *                (CARRY ITS SNAPRUN ENTRY), AND THE RERUN JCL    *
      *                POINTS THE SNAPSHOT DDS AT THAT GENERATION'S    *
      *                DATASETS. EVERY SNAPSHOT DATASET IS COUNTED     *
      *                AGAINST THE CATALOGUE BEFORE ANY LIVE FILE IS   *
      *                TOUCHED. THE RESTORE IS REFUSED WITH RETURN     *
      *                CODE 8 WHEN RUN CONTROL SHOWS A LATER RUN HAS   *
      *                BEEN COMMITTED ON TOP OF THE SNAPSHOT'S RUN, OR *
      *                WHEN THE STOCKLDG LOCK ON THE MSTLOCK CONTROL   *
      *                FILE IS HELD BY ANY JOB OTHER THAN THE DRIVER   *
      *                CHAIN OF THE SNAPSHOT'S OWN RUN, UNDER WHOSE    *
      *                LOCK THE RESTORE THEN WORKS. PRINTS A           *
      *                RESTORED-FILES REPORT TO MRSTRPT.               *
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
           SELECT PARM-IN ASSIGN TO MRSTPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT GENCAT-IN ASSIGN TO GENCAT
           FILE STATUS IS WS-GENCAT-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
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
           SELECT PRINT-OUT ASSIGN TO MRSTRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 4 CHARACTERS.
       01 PARM-IN-RECORD.
           05 MP-GENERATION                  PIC 9(4).
      *
       FD GENCAT-IN
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
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
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
       01 WS-PARM-IN-STATUS                  PIC X(2).
           88 PARM-IN-OK                     VALUE "00".
           88 PARM-IN-EOF                    VALUE "10".
       01 WS-GENCAT-STATUS                   PIC X(2).
           88 GENCAT-OK                      VALUE "00".
           88 GENCAT-EOF                     VALUE "10".
           88 GENCAT-NOT-FOUND               VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-LIVE-STATUS                     PIC X(2).
           88 LIVE-OK                        VALUE "00".
       01 WS-SNAP-STATUS                     PIC X(2).
           88 SNAP-OK                        VALUE "00".
           88 SNAP-EOF                       VALUE "10".
           88 SNAP-NOT-FOUND                 VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-GEN-FOUND                       PIC X VALUE 'N'.
           88 GEN-FOUND                      VALUE 'Y'.
       01 WS-GEN-PURGED                      PIC X VALUE 'N'.
           88 GEN-PURGED                     VALUE 'Y'.
       01 WS-RUN-FOUND                       PIC X VALUE 'N'.
           88 SNAP-RUN-FOUND                 VALUE 'Y'.
       01 WS-LOCK-CLAIMED                    PIC X VALUE 'N'.
           88 LOCK-CLAIMED                   VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-REQ-GENERATION                  PIC 9(4) VALUE 0.
       01 WS-SNAP-RUN                        PIC 9(5) VALUE 0.
       01 WS-SNAP-DATE                       PIC 9(8) VALUE 0.
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-COPY-COUNT                      PIC 9(9) VALUE 0.
       01 WS-FILE-IDX                        PIC 9(1) VALUE 0.
       01 WS-FILES-RESTORED                  PIC 9(2) VALUE 0.
      *
      *    Masters held in a snapshot, in the order MSTSNAP takes
      *    them, with what the catalogue says was saved for each.
      *
       01 WS-SNAP-FILES-VAL                  PIC X(56) VALUE
           'STOCKLDGPTDSTAT STMTLEDGPRCPEND ADJPEND BRSUSP  STKJRNL '.
       01 WS-SNAP-FILES REDEFINES WS-SNAP-FILES-VAL.
           05 WS-SNAP-FILE-ID                PIC X(8) OCCURS 7.
       01 WS-SNAP-CATALOGUE.
           05 WS-SNAP-ENTRY OCCURS 7.
              10 WS-SNAP-IN-CAT              PIC X.
                 88 SNAP-CATALOGUED          VALUE 'Y'.
              10 WS-SNAP-CAT-COUNT           PIC 9(9).
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(30)   VALUE
                'MASTER FILE RESTORE'.
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
             10 WS-DET-ACTION                PIC X(15).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-COUNT                 PIC Z(8)9.
             10 FILLER                       PIC X(54)   VALUE SPACES.
      *
       COPY ERRLOGL.
       COPY MSTLOCKL.
      *
       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-RESTORE-MASTERS

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 1100-READ-PARM-IN

           PERFORM 1200-RESOLVE-THROUGH-GENCAT

           PERFORM 1300-CHECK-LATER-RUNS

           PERFORM 1400-VERIFY-SNAPSHOT

           PERFORM 1500-CLAIM-MASTER-LOCK

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           MOVE WS-SNAP-RUN TO WS-H1-RUN
           MOVE WS-SNAP-DATE TO WS-H1-DATE
           MOVE WS-REQ-GENERATION TO WS-H1-GEN
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       1100-READ-PARM-IN.
           OPEN INPUT PARM-IN
           IF NOT PARM-IN-OK
              DISPLAY '** MRSTPARM FILE IS REQUIRED FOR A RESTORE **'
              MOVE '1100-READ-PARM-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           READ PARM-IN
              AT END SET PARM-IN-EOF TO TRUE
           END-READ
           IF NOT PARM-IN-OK
              OR MP-GENERATION NOT NUMERIC
              OR MP-GENERATION = 0
              DISPLAY '** MRSTPARM MUST NAME A SNAPSHOT GENERATION **'
              DISPLAY '** MRSTPARM: ' PARM-IN-RECORD
              MOVE '1100-READ-PARM-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           MOVE MP-GENERATION TO WS-REQ-GENERATION
           CLOSE PARM-IN.

       1200-RESOLVE-THROUGH-GENCAT.
           MOVE SPACES TO WS-SNAP-CATALOGUE
           OPEN INPUT GENCAT-IN
           IF GENCAT-NOT-FOUND
              DISPLAY '** NO GENERATION CATALOGUE ON FILE **'
              MOVE '1200-RESOLVE-THROUGH-GENCAT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           IF NOT GENCAT-OK
              DISPLAY '** GENCAT FILE IS NOT OK **'
              DISPLAY '** GENCAT: ' WS-GENCAT-STATUS
              MOVE '1200-RESOLVE-THROUGH-GENCAT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1250-SCAN-ONE-ENTRY UNTIL GENCAT-EOF
           CLOSE GENCAT-IN

           IF NOT GEN-FOUND
              DISPLAY '** GENERATION ' WS-REQ-GENERATION ' IS NOT '
                 'ON THE GENERATION CATALOGUE **'
              MOVE '1200-RESOLVE-THROUGH-GENCAT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           IF GEN-PURGED
              DISPLAY '** GENERATION ' WS-REQ-GENERATION ' HAS BEEN '
                 'PURGED - DATASETS NO LONGER HELD **'
              MOVE '1200-RESOLVE-THROUGH-GENCAT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
      *    MSTSNAP writes the run entry only once every master is
      *    unloaded, so without it the snapshot is incomplete.
           IF NOT SNAP-RUN-FOUND
              DISPLAY '** GENERATION ' WS-REQ-GENERATION ' HOLDS NO '
                 'COMPLETE MASTER SNAPSHOT **'
              MOVE '1200-RESOLVE-THROUGH-GENCAT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           DISPLAY 'MSTREST: GENERATION ' WS-REQ-GENERATION
              ' HOLDS THE MASTERS AT THE START OF RUN ' WS-SNAP-RUN
              ' DATE ' WS-SNAP-DATE.

       1250-SCAN-ONE-ENTRY.
           READ GENCAT-IN
              AT END CONTINUE
           END-READ
           IF GENCAT-OK
              AND GI-GENERATION = WS-REQ-GENERATION
              MOVE 'Y' TO WS-GEN-FOUND
              IF GI-STATUS = 'P'
                 MOVE 'Y' TO WS-GEN-PURGED
              END-IF
              IF GI-STATUS = 'S'
                 IF GI-FILE-ID = 'SNAPRUN'
                    MOVE 'Y' TO WS-RUN-FOUND
                    MOVE GI-RECORD-COUNT TO WS-SNAP-RUN
                    MOVE GI-DATE TO WS-SNAP-DATE
                 ELSE
                    PERFORM 1260-MATCH-SNAP-FILE
                       VARYING WS-FILE-IDX FROM 1 BY 1
                       UNTIL WS-FILE-IDX > 7
                 END-IF
              END-IF
           END-IF.

       1260-MATCH-SNAP-FILE.
           IF GI-FILE-ID = WS-SNAP-FILE-ID(WS-FILE-IDX)
              MOVE 'Y' TO WS-SNAP-IN-CAT(WS-FILE-IDX)
              MOVE GI-RECORD-COUNT TO WS-SNAP-CAT-COUNT(WS-FILE-IDX)
           END-IF.

       1300-CHECK-LATER-RUNS.
      *    A new run is only opened once the one before it has
      *    completed, so a run control past the snapshot's run means
      *    a later run has been committed on top of it and putting
      *    the snapshot back would silently throw that run away.
           OPEN INPUT RUNCTL-IN
           IF RUNCTL-NOT-FOUND
              MOVE 0 TO WS-RUN-NUMBER
           ELSE
              IF NOT RUNCTL-OK
                 DISPLAY '** RUNCTL-IN FILE IS NOT OK **'
                 MOVE '1300-CHECK-LATER-RUNS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              READ RUNCTL-IN
                 AT END SET RUNCTL-EOF TO TRUE
              END-READ
              IF RUNCTL-OK
                 MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER
              END-IF
              CLOSE RUNCTL-IN
           END-IF

           IF WS-RUN-NUMBER > WS-SNAP-RUN
              DISPLAY '** RUN ' WS-RUN-NUMBER ' HAS BEEN OPENED ON '
                 'TOP OF RUN ' WS-SNAP-RUN ' - GENERATION '
                 WS-REQ-GENERATION ' NOT RESTORED **'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       1400-VERIFY-SNAPSHOT.
      *    Every snapshot dataset is counted against the catalogue
      *    before any live file is touched - a DD pointed at the
      *    wrong generation stops the restore with nothing changed.
           MOVE 1 TO WS-FILE-IDX
           IF SNAP-CATALOGUED(WS-FILE-IDX)
              PERFORM 1410-COUNT-STOCKSNP
           END-IF
           MOVE 2 TO WS-FILE-IDX
           IF SNAP-CATALOGUED(WS-FILE-IDX)
              PERFORM 1420-COUNT-PTDSNP
           END-IF
           MOVE 3 TO WS-FILE-IDX
           IF SNAP-CATALOGUED(WS-FILE-IDX)
              PERFORM 1430-COUNT-STMTSNP
           END-IF
           MOVE 4 TO WS-FILE-IDX
           IF SNAP-CATALOGUED(WS-FILE-IDX)
              PERFORM 1440-COUNT-PRCPSNP
           END-IF
           MOVE 5 TO WS-FILE-IDX
           IF SNAP-CATALOGUED(WS-FILE-IDX)
              PERFORM 1450-COUNT-ADJPSNP
           END-IF
           MOVE 6 TO WS-FILE-IDX
           IF SNAP-CATALOGUED(WS-FILE-IDX)
              PERFORM 1460-COUNT-BRSUSNP
           END-IF
           MOVE 7 TO WS-FILE-IDX
           IF SNAP-CATALOGUED(WS-FILE-IDX)
              PERFORM 1470-COUNT-STKJSNP
           END-IF.

       1410-COUNT-STOCKSNP.
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT STOCK-SNAP
           PERFORM 1490-CHECK-SNAP-OPEN
           PERFORM 1411-COUNT-ONE-STOCKSNP UNTIL SNAP-EOF
           CLOSE STOCK-SNAP
           PERFORM 1495-CHECK-SNAP-COUNT.

       1411-COUNT-ONE-STOCKSNP.
           READ STOCK-SNAP
              AT END CONTINUE
           END-READ
           IF SNAP-OK
              ADD 1 TO WS-COPY-COUNT
           END-IF.

       1420-COUNT-PTDSNP.
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT PTD-SNAP
           PERFORM 1490-CHECK-SNAP-OPEN
           PERFORM 1421-COUNT-ONE-PTDSNP UNTIL SNAP-EOF
           CLOSE PTD-SNAP
           PERFORM 1495-CHECK-SNAP-COUNT.

       1421-COUNT-ONE-PTDSNP.
           READ PTD-SNAP
              AT END CONTINUE
           END-READ
           IF SNAP-OK
              ADD 1 TO WS-COPY-COUNT
           END-IF.

       1430-COUNT-STMTSNP.
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT STMT-SNAP
           PERFORM 1490-CHECK-SNAP-OPEN
           PERFORM 1431-COUNT-ONE-STMTSNP UNTIL SNAP-EOF
           CLOSE STMT-SNAP
           PERFORM 1495-CHECK-SNAP-COUNT.

       1431-COUNT-ONE-STMTSNP.
           READ STMT-SNAP
              AT END CONTINUE
           END-READ
           IF SNAP-OK
              ADD 1 TO WS-COPY-COUNT
           END-IF.

       1440-COUNT-PRCPSNP.
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT PRCP-SNAP
           PERFORM 1490-CHECK-SNAP-OPEN
           PERFORM 1441-COUNT-ONE-PRCPSNP UNTIL SNAP-EOF
           CLOSE PRCP-SNAP
           PERFORM 1495-CHECK-SNAP-COUNT.

       1441-COUNT-ONE-PRCPSNP.
           READ PRCP-SNAP
              AT END CONTINUE
           END-READ
           IF SNAP-OK
              ADD 1 TO WS-COPY-COUNT
           END-IF.

       1450-COUNT-ADJPSNP.
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT ADJP-SNAP
           PERFORM 1490-CHECK-SNAP-OPEN
           PERFORM 1451-COUNT-ONE-ADJPSNP UNTIL SNAP-EOF
           CLOSE ADJP-SNAP
           PERFORM 1495-CHECK-SNAP-COUNT.

       1451-COUNT-ONE-ADJPSNP.
           READ ADJP-SNAP
              AT END CONTINUE
           END-READ
           IF SNAP-OK
              ADD 1 TO WS-COPY-COUNT
           END-IF.

       1460-COUNT-BRSUSNP.
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT SUSP-SNAP
           PERFORM 1490-CHECK-SNAP-OPEN
           PERFORM 1461-COUNT-ONE-BRSUSNP UNTIL SNAP-EOF
           CLOSE SUSP-SNAP
           PERFORM 1495-CHECK-SNAP-COUNT.

       1461-COUNT-ONE-BRSUSNP.
           READ SUSP-SNAP
              AT END CONTINUE
           END-READ
           IF SNAP-OK
              ADD 1 TO WS-COPY-COUNT
           END-IF.

       1470-COUNT-STKJSNP.
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT STKJ-SNAP
           PERFORM 1490-CHECK-SNAP-OPEN
           PERFORM 1471-COUNT-ONE-STKJSNP UNTIL SNAP-EOF
           CLOSE STKJ-SNAP
           PERFORM 1495-CHECK-SNAP-COUNT.

       1471-COUNT-ONE-STKJSNP.
           READ STKJ-SNAP
              AT END CONTINUE
           END-READ
           IF SNAP-OK
              ADD 1 TO WS-COPY-COUNT
           END-IF.

       1490-CHECK-SNAP-OPEN.
           IF NOT SNAP-OK
              DISPLAY '** SNAPSHOT OF ' WS-SNAP-FILE-ID(WS-FILE-IDX)
                 ' IS NOT OK - NOTHING RESTORED **'
              DISPLAY '** STATUS: ' WS-SNAP-STATUS
              MOVE '1490-CHECK-SNAP-OPEN' TO EL-PARAGRAPH
              MOVE WS-SNAP-FILE-ID(WS-FILE-IDX) TO EL-FILE-NAME
              PERFORM 9999-ABEND
           END-IF.

       1495-CHECK-SNAP-COUNT.
           IF WS-COPY-COUNT NOT = WS-SNAP-CAT-COUNT(WS-FILE-IDX)
              DISPLAY '** SNAPSHOT OF ' WS-SNAP-FILE-ID(WS-FILE-IDX)
                 ' HOLDS ' WS-COPY-COUNT ' RECORDS, CATALOGUE SAYS '
                 WS-SNAP-CAT-COUNT(WS-FILE-IDX)
                 ' - NOTHING RESTORED **'
              MOVE '1495-CHECK-SNAP-COUNT' TO EL-PARAGRAPH
              MOVE WS-SNAP-FILE-ID(WS-FILE-IDX) TO EL-FILE-NAME
              PERFORM 9999-ABEND
           END-IF.

       1500-CLAIM-MASTER-LOCK.
      *    A restore normally follows an abended chain, whose DRIVER
      *    still holds the ledger for the snapshot's run so nothing
      *    can post between the abend and the re-drive; the restore
      *    works under that lock. Otherwise the ledger is claimed
      *    like any posting run, and a lock held by anyone else
      *    stops the restore before a live file is touched.
           SET MK-QUERY TO TRUE
           MOVE 'STOCKLDG' TO MK-MASTER
           MOVE 'MSTREST' TO MK-PROGRAM-ID
           MOVE 0 TO MK-RUN-NUMBER
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF MK-FILE-ERROR
              DISPLAY '** MASTER LOCK FILE IS NOT OK **'
              MOVE '1500-CLAIM-MASTER-LOCK' TO EL-PARAGRAPH
              MOVE 'MSTLOCK' TO EL-FILE-NAME
              PERFORM 9999-ABEND
           END-IF
           IF MK-LOCKED AND MK-HOLDER = 'DRIVER'
              AND MK-HOLDER-RUN = WS-SNAP-RUN
              DISPLAY 'MSTREST: STOCKLDG IS HELD BY THE CHAIN FOR RUN '
                 WS-SNAP-RUN ' - RESTORING UNDER ITS LOCK'
           ELSE
              SET MK-CLAIM TO TRUE
              MOVE 'STOCKLDG' TO MK-MASTER
              MOVE 'MSTREST' TO MK-PROGRAM-ID
              MOVE 0 TO MK-RUN-NUMBER
              CALL 'MSTLOCK' USING MSTLOCK-PARM
              IF MK-FILE-ERROR
                 DISPLAY '** MASTER LOCK FILE IS NOT OK **'
                 MOVE '1500-CLAIM-MASTER-LOCK' TO EL-PARAGRAPH
                 MOVE 'MSTLOCK' TO EL-FILE-NAME
                 PERFORM 9999-ABEND
              END-IF
              IF MK-LOCKED
                 DISPLAY '** STOCKLDG IS LOCKED BY ' MK-HOLDER ' RUN '
                    MK-HOLDER-RUN ' SINCE ' MK-LOCK-DATE ' '
                    MK-LOCK-TIME ' - NOTHING RESTORED **'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE 'Y' TO WS-LOCK-CLAIMED
           END-IF.

       2000-RESTORE-MASTERS.
      *    A master that did not exist when the snapshot was taken
      *    is not in it and is left as it stands.
           MOVE 1 TO WS-FILE-IDX
           IF SNAP-CATALOGUED(WS-FILE-IDX)
              PERFORM 2100-RESTORE-STOCKLDG
           ELSE
              PERFORM 5100-REPORT-NOT-HELD
           END-IF
           MOVE 2 TO WS-FILE-IDX
           IF SNAP-CATALOGUED(WS-FILE-IDX)
              PERFORM 2200-RESTORE-PTDSTAT
           ELSE
              PERFORM 5100-REPORT-NOT-HELD
           END-IF
           MOVE 3 TO WS-FILE-IDX
           IF SNAP-CATALOGUED(WS-FILE-IDX)
              PERFORM 2300-RESTORE-STMTLEDG
           ELSE
              PERFORM 5100-REPORT-NOT-HELD
           END-IF
           MOVE 4 TO WS-FILE-IDX
           IF SNAP-CATALOGUED(WS-FILE-IDX)
              PERFORM 2400-RESTORE-PRCPEND
           ELSE
              PERFORM 5100-REPORT-NOT-HELD
           END-IF
           MOVE 5 TO WS-FILE-IDX
           IF SNAP-CATALOGUED(WS-FILE-IDX)
              PERFORM 2500-RESTORE-ADJPEND
           ELSE
              PERFORM 5100-REPORT-NOT-HELD
           END-IF
           MOVE 6 TO WS-FILE-IDX
           IF SNAP-CATALOGUED(WS-FILE-IDX)
              PERFORM 2600-RESTORE-BRSUSP
           ELSE
              PERFORM 5100-REPORT-NOT-HELD
           END-IF
           MOVE 7 TO WS-FILE-IDX
           IF SNAP-CATALOGUED(WS-FILE-IDX)
              PERFORM 2700-RESTORE-STKJRNL
           ELSE
              PERFORM 5100-REPORT-NOT-HELD
           END-IF.

       2100-RESTORE-STOCKLDG.
      *    The snapshot was unloaded in key order, so the indexed
      *    ledger is reloaded sequentially from it.
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT STOCK-SNAP
           PERFORM 1490-CHECK-SNAP-OPEN
           OPEN OUTPUT STOCK-LIVE
           PERFORM 2900-CHECK-LIVE-OPEN
           PERFORM 2110-RESTORE-ONE-STOCKLDG UNTIL SNAP-EOF
           CLOSE STOCK-SNAP
           CLOSE STOCK-LIVE
           PERFORM 5000-REPORT-RESTORED.

       2110-RESTORE-ONE-STOCKLDG.
           READ STOCK-SNAP
              AT END CONTINUE
           END-READ
           IF SNAP-OK
              ADD 1 TO WS-COPY-COUNT
              MOVE STOCK-SNAP-RECORD TO STOCK-RECORD
              WRITE STOCK-RECORD
              IF NOT LIVE-OK
                 DISPLAY '** STOCKLDG RELOAD WRITE IS NOT OK **'
                 DISPLAY '** STOCKLDG: ' WS-LIVE-STATUS
                 MOVE '2110-RESTORE-ONE-STOCKLDG' TO EL-PARAGRAPH
                 MOVE 'STOCKLDG' TO EL-FILE-NAME
                 MOVE STK-KEY TO EL-KEY-IMAGE
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2200-RESTORE-PTDSTAT.
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT PTD-SNAP
           PERFORM 1490-CHECK-SNAP-OPEN
           OPEN OUTPUT PTD-LIVE
           PERFORM 2900-CHECK-LIVE-OPEN
           PERFORM 2210-RESTORE-ONE-PTDSTAT UNTIL SNAP-EOF
           CLOSE PTD-SNAP
           CLOSE PTD-LIVE
           PERFORM 5000-REPORT-RESTORED.

       2210-RESTORE-ONE-PTDSTAT.
           READ PTD-SNAP
              AT END CONTINUE
           END-READ
           IF SNAP-OK
              ADD 1 TO WS-COPY-COUNT
              MOVE PTD-SNAP-RECORD TO PTD-STAT-RECORD
              WRITE PTD-STAT-RECORD
              IF NOT LIVE-OK
                 DISPLAY '** PTDSTAT RELOAD WRITE IS NOT OK **'
                 DISPLAY '** PTDSTAT: ' WS-LIVE-STATUS
                 MOVE '2210-RESTORE-ONE-PTDSTAT' TO EL-PARAGRAPH
                 MOVE 'PTDSTAT' TO EL-FILE-NAME
                 MOVE PTD-ITEM TO EL-KEY-IMAGE
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2300-RESTORE-STMTLEDG.
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT STMT-SNAP
           PERFORM 1490-CHECK-SNAP-OPEN
           OPEN OUTPUT STMT-LIVE
           PERFORM 2900-CHECK-LIVE-OPEN
           PERFORM 2310-RESTORE-ONE-STMTLEDG UNTIL SNAP-EOF
           CLOSE STMT-SNAP
           CLOSE STMT-LIVE
           PERFORM 5000-REPORT-RESTORED.

       2310-RESTORE-ONE-STMTLEDG.
           READ STMT-SNAP
              AT END CONTINUE
           END-READ
           IF SNAP-OK
              ADD 1 TO WS-COPY-COUNT
              MOVE STMT-SNAP-RECORD TO STMT-LIVE-RECORD
              WRITE STMT-LIVE-RECORD
           END-IF.

       2400-RESTORE-PRCPEND.
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT PRCP-SNAP
           PERFORM 1490-CHECK-SNAP-OPEN
           OPEN OUTPUT PRCP-LIVE
           PERFORM 2900-CHECK-LIVE-OPEN
           PERFORM 2410-RESTORE-ONE-PRCPEND UNTIL SNAP-EOF
           CLOSE PRCP-SNAP
           CLOSE PRCP-LIVE
           PERFORM 5000-REPORT-RESTORED.

       2410-RESTORE-ONE-PRCPEND.
           READ PRCP-SNAP
              AT END CONTINUE
           END-READ
           IF SNAP-OK
              ADD 1 TO WS-COPY-COUNT
              MOVE PRCP-SNAP-RECORD TO PRCP-LIVE-RECORD
              WRITE PRCP-LIVE-RECORD
           END-IF.

       2500-RESTORE-ADJPEND.
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT ADJP-SNAP
           PERFORM 1490-CHECK-SNAP-OPEN
           OPEN OUTPUT ADJP-LIVE
           PERFORM 2900-CHECK-LIVE-OPEN
           PERFORM 2510-RESTORE-ONE-ADJPEND UNTIL SNAP-EOF
           CLOSE ADJP-SNAP
           CLOSE ADJP-LIVE
           PERFORM 5000-REPORT-RESTORED.

       2510-RESTORE-ONE-ADJPEND.
           READ ADJP-SNAP
              AT END CONTINUE
           END-READ
           IF SNAP-OK
              ADD 1 TO WS-COPY-COUNT
              MOVE ADJP-SNAP-RECORD TO ADJP-LIVE-RECORD
              WRITE ADJP-LIVE-RECORD
           END-IF.

       2600-RESTORE-BRSUSP.
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT SUSP-SNAP
           PERFORM 1490-CHECK-SNAP-OPEN
           OPEN OUTPUT SUSP-LIVE
           PERFORM 2900-CHECK-LIVE-OPEN
           PERFORM 2610-RESTORE-ONE-BRSUSP UNTIL SNAP-EOF
           CLOSE SUSP-SNAP
           CLOSE SUSP-LIVE
           PERFORM 5000-REPORT-RESTORED.

       2610-RESTORE-ONE-BRSUSP.
           READ SUSP-SNAP
              AT END CONTINUE
           END-READ
           IF SNAP-OK
              ADD 1 TO WS-COPY-COUNT
              MOVE SUSP-SNAP-RECORD TO SUSP-LIVE-RECORD
              WRITE SUSP-LIVE-RECORD
           END-IF.

       2700-RESTORE-STKJRNL.
      *    The journal goes back with the ledger so the re-driven
      *    run's movements are not journalled on top of the ones it
      *    backs out, and STKROLL still rolls forward to STOCKLDG.
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT STKJ-SNAP
           PERFORM 1490-CHECK-SNAP-OPEN
           OPEN OUTPUT STKJ-LIVE
           PERFORM 2900-CHECK-LIVE-OPEN
           PERFORM 2710-RESTORE-ONE-STKJRNL UNTIL SNAP-EOF
           CLOSE STKJ-SNAP
           CLOSE STKJ-LIVE
           PERFORM 5000-REPORT-RESTORED.

       2710-RESTORE-ONE-STKJRNL.
           READ STKJ-SNAP
              AT END CONTINUE
           END-READ
           IF SNAP-OK
              ADD 1 TO WS-COPY-COUNT
              MOVE STKJ-SNAP-RECORD TO STKJ-LIVE-RECORD
              WRITE STKJ-LIVE-RECORD
              IF NOT LIVE-OK
                 DISPLAY '** STKJRNL RELOAD WRITE IS NOT OK **'
                 DISPLAY '** STKJRNL: ' WS-LIVE-STATUS
                 MOVE '2710-RESTORE-ONE-STKJRNL' TO EL-PARAGRAPH
                 MOVE 'STKJRNL' TO EL-FILE-NAME
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2900-CHECK-LIVE-OPEN.
           IF NOT LIVE-OK
              DISPLAY '** ' WS-SNAP-FILE-ID(WS-FILE-IDX)
                 ' FILE IS NOT OK **'
              DISPLAY '** STATUS: ' WS-LIVE-STATUS
              MOVE '2900-CHECK-LIVE-OPEN' TO EL-PARAGRAPH
              MOVE WS-SNAP-FILE-ID(WS-FILE-IDX) TO EL-FILE-NAME
              PERFORM 9999-ABEND
           END-IF.

       3000-END-PROCESS.
           CLOSE PRINT-OUT

           IF LOCK-CLAIMED
              PERFORM 7900-RELEASE-MASTER-LOCK
           END-IF

           DISPLAY 'MSTREST: MASTERS RESTORED TO THE START OF RUN '
              WS-SNAP-RUN ' FROM GENERATION ' WS-REQ-GENERATION
           DISPLAY 'MASTER FILES RESTORED: ' WS-FILES-RESTORED
           DISPLAY 'MSTREST: RUN ' WS-SNAP-RUN ' MUST BE RE-DRIVEN '
              'FROM STEP 01 BEFORE THE NEXT NIGHTLY RUN'.

       5000-REPORT-RESTORED.
           ADD 1 TO WS-FILES-RESTORED
           MOVE WS-SNAP-FILE-ID(WS-FILE-IDX) TO WS-DET-FILE
           MOVE 'RESTORED' TO WS-DET-ACTION
           MOVE WS-COPY-COUNT TO WS-DET-COUNT
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-REPORT-NOT-HELD.
           MOVE WS-SNAP-FILE-ID(WS-FILE-IDX) TO WS-DET-FILE
           MOVE 'NOT IN SNAPSHOT' TO WS-DET-ACTION
           MOVE 0 TO WS-DET-COUNT
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       7900-RELEASE-MASTER-LOCK.
           SET MK-RELEASE TO TRUE
           MOVE 'STOCKLDG' TO MK-MASTER
           MOVE 'MSTREST' TO MK-PROGRAM-ID
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF NOT MK-DONE
              DISPLAY '** WARNING: LOCK ON STOCKLDG NOT RELEASED - '
                 'FREE IT WITH LOCKCTL **'
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-ABEND.
           MOVE 'MSTREST' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
