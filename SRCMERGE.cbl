      *  Project     : BRANCH SUBMISSION MERGE                         *
      *                                                                *
      *  Function    : ACCEPT ONE DAILY SUBMISSION FILE PER SOURCE     *
      *                (NUMBERED UP TO 999), EACH READ FROM THE        *
      *                DATASET ITS ACTIVE SRCIN ENTRY ON THE DISTDIR   *
      *                DISTRIBUTION DIRECTORY NAMES (ALLOCATED THROUGH *
      *                DSALLOC TO THE SRCIN OR BCIN DD), VALIDATE EACH *
      *                (PRESENT, NON-EMPTY, RECORD COUNT PER SOURCE),  *
      *                MERGE THEM INTO THE SINGLE CDIN FILE EX3 READS  *
      *                - WRITING THE CYCLE HEADER FROM THE RUN CONTROL *
      *                (NEXT GENERATION) - AND PRINT A PER-SOURCE      *
      *                CONTROL REPORT. THE SRCREG REGISTRY LISTS WHICH *
      *                BRANCHES MUST REPORT DAILY; A MISSING OR EMPTY  *
      *                MANDATORY SOURCE FAILS THE RUN. RECORDS         *
      *                CARRYING A BRANCH OTHER THAN THE REGISTERED ONE *
      *                ARE COUNTED AND REPORTED. A SOURCE THE REGISTRY *
      *                MARKS AS BARCODE-FORMAT SENDS BARCODE RECORDS;  *
      *                EACH BARCODE IS TRANSLATED THROUGH THE BARCODES *
      *                CROSS-REFERENCE TO THE ITEM CODE AND OPTION OF  *
      *                THE STANDARD MOVEMENT, AND UNKNOWN BARCODES ARE *
      *                WRITTEN WITH THEIR SOURCE NUMBER TO THE TRANREJ *
      *                FILE AND COUNTED ON THE CONTROL REPORT. EACH    *
      *                FILE'S FINGERPRINT (RECORD COUNT, PRICE AND     *
      *                QUANTITY HASH TOTALS, FIRST AND LAST RECORD) IS *
      *                KEPT ON THE SUBHIST HISTORY BY SOURCE AND       *
      *                BUSINESS DATE; A FILE MATCHING ONE FROM THE     *
      *                LAST N DAYS (SRCMPARM) IS HELD ON THE HOLDQ     *
      *                QUEUE FOR OPERATOR RELEASE BY HOLDREL INSTEAD   *
      *                OF BEING MERGED. SUBMISSIONS THAT MISSED AN     *
      *                EARLIER CUTOFF AND WERE PARKED ON THE LATEQ     *
      *                HOLDING QUEUE BY LATEPARK ARE DRAWN INTO THE    *
      *                MERGE AS A FLAGGED BACK-DATED STREAM, REPORTED  *
      *                PER ORIGINAL BUSINESS DATE AND COPIED WITH      *
      *                THEIR ORIGINAL DATES TO THE LATESTRM REGISTER;  *
      *                THE QUEUE IS CLEARED ONCE THE MERGE COMPLETES   *
      *                CLEANLY. A SOURCE VOLUME ANOMALY IS ALSO RAISED *
      *                THROUGH ALERTLOG - CRITICAL WHEN THE VOLUME     *
      *                PARAMETER STOPS THE MERGE, OTHERWISE A WARNING. *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
       FILE-CONTROL.
           SELECT SRCREG-IN ASSIGN TO SRCREG
           FILE STATUS IS WS-SRCREG-STATUS.
           SELECT DISTDIR-IN ASSIGN TO DISTDIR
           FILE STATUS IS WS-DISTDIR-STATUS.
           SELECT SRCIN-FILE ASSIGN TO SRCIN
           FILE STATUS IS WS-SRCIN-STATUS.
           SELECT CDIN-OUT ASSIGN TO CDIN
           FILE STATUS IS WS-CDIN-OUT-STATUS.
           FILE STATUS IS WS-SRCVOL-STATUS.
           SELECT MPARM-IN ASSIGN TO SRCMPARM
           FILE STATUS IS WS-MPARM-STATUS.
           SELECT BCIN-FILE ASSIGN TO BCIN
           FILE STATUS IS WS-BCIN-STATUS.
           SELECT BARCODE-MAST ASSIGN TO BARCODES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BCX-BARCODE
           FILE STATUS IS WS-BARCODE-MAST-STATUS.
           SELECT TRANREJ-OUT ASSIGN TO TRANREJ
           FILE STATUS IS WS-TRANREJ-STATUS.
           SELECT SUBHIST-FILE ASSIGN TO SUBHIST
           FILE STATUS IS WS-SUBHIST-STATUS.
           SELECT RESUBHLD-FILE ASSIGN TO RESUBHLD
           FILE STATUS IS WS-RESUBHLD-STATUS.
           SELECT HOLDQ-FILE ASSIGN TO HOLDQ
           FILE STATUS IS WS-HOLDQ-STATUS.
      *
       DATA DIVISION.
      *
       FD SRCREG-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 9 CHARACTERS.
       01 SRCREG-RECORD.
           05 SR-SOURCE-NO                   PIC 9(3).
           05 SR-BRANCH                      PIC X(4).
           05 SR-MANDATORY                   PIC X(1).
              88 SR-IS-MANDATORY             VALUE 'Y'.
           05 SR-FORMAT                      PIC X(1).
              88 SR-BARCODE-FORMAT           VALUE 'B'.
      *
       FD DISTDIR-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 79 CHARACTERS.
           COPY DISTDIRR.
      *
       FD SRCIN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 25 CHARACTERS.
       01 SRCIN-RECORD                       PIC X(25).
      *
       FD CDIN-OUT
           BLOCK CONTAINS 0 RECORDS
       FD LATEQ-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 36 CHARACTERS.
       01 LATEQ-RECORD.
           05 LQ-SOURCE-NO                   PIC 9(3).
           05 LQ-ORIG-DATE                   PIC 9(8).
           05 LQ-MOVEMENT                    PIC X(25).
      *
       FD LATESTRM-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 36 CHARACTERS.
       01 LATESTRM-RECORD.
           05 LS-SOURCE-NO                   PIC 9(3).
           05 LS-ORIG-DATE                   PIC 9(8).
           05 LS-MOVEMENT                    PIC X(25).
      *
       FD SRCSTAT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 21 CHARACTERS.
       01 SRCSTAT-RECORD.
           05 SS-SOURCE-NO                   PIC 9(3).
           05 SS-BRANCH                      PIC X(4).
           05 SS-RECEIVED                    PIC 9(7).
           05 SS-WRONG-BRANCH                PIC 9(7).
       FD SRCVOL-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 15 CHARACTERS.
       01 SRCVOL-RECORD.
           05 SV-SOURCE-NO                   PIC 9(3).
           05 SV-RUN-NUMBER                  PIC 9(5).
           05 SV-VOLUME                      PIC 9(7).
      *
       FD MPARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 7 CHARACTERS.
       01 MPARM-RECORD.
           05 MP-VOLUME-PCT                  PIC 9(3).
           05 MP-VOLUME-ACTION               PIC X(1).
           05 MP-RESUB-DAYS                  PIC 9(3).
      *
       FD BCIN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 31 CHARACTERS.
       01 BCIN-RECORD                       PIC X(31).
      *
       FD BARCODE-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
           COPY BARCODER.
      *
       FD TRANREJ-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 36 CHARACTERS.
       01 TRANREJ-RECORD.
           05 TJ-SOURCE-NO                   PIC 9(3).
           05 TJ-BARCODE-MOVEMENT            PIC X(31).
           05 TJ-REASON                      PIC X(2).
      *
       FD SUBHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 102 CHARACTERS.
       01 SUBHIST-RECORD.
           05 SH-SOURCE-NO                   PIC 9(3).
           05 SH-BUSINESS-DATE               PIC 9(8).
           05 SH-RECORD-COUNT                PIC 9(7).
           05 SH-PRICE-HASH                  PIC 9(11)V99.
           05 SH-QUANTITY-HASH               PIC 9(9).
           05 SH-FIRST-IMAGE                 PIC X(31).
           05 SH-LAST-IMAGE                  PIC X(31).
      *
       FD RESUBHLD-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 36 CHARACTERS.
       01 RESUBHLD-RECORD.
           05 RH-SOURCE-NO                   PIC 9(3).
           05 RH-ORIG-DATE                   PIC 9(8).
           05 RH-MOVEMENT                    PIC X(25).
      *
       FD HOLDQ-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 36 CHARACTERS.
       01 HOLDQ-RECORD.
           05 HQ-SOURCE-NO                   PIC 9(3).
           05 HQ-ORIG-DATE                   PIC 9(8).
           05 HQ-MOVEMENT                    PIC X(25).
      *
       WORKING-STORAGE SECTION.
      *
           88 SRCREG-OK                      VALUE "00".
           88 SRCREG-EOF                     VALUE "10".
           88 SRCREG-NOT-FOUND               VALUE "35".
       01 WS-DISTDIR-STATUS                  PIC X(2).
           88 DISTDIR-OK                     VALUE "00".
           88 DISTDIR-EOF                    VALUE "10".
           88 DISTDIR-NOT-FOUND              VALUE "35".
       01 WS-SRCIN-STATUS                    PIC X(2).
           88 SRCIN-OK                       VALUE "00".
           88 SRCIN-EOF                      VALUE "10".
           88 MPARM-OK                       VALUE "00".
           88 MPARM-EOF                      VALUE "10".
           88 MPARM-NOT-FOUND                VALUE "35".
       01 WS-BCIN-STATUS                     PIC X(2).
           88 BCIN-OK                        VALUE "00".
           88 BCIN-EOF                       VALUE "10".
           88 BCIN-NOT-FOUND                 VALUE "35".
       01 WS-BARCODE-MAST-STATUS             PIC X(2).
           88 BARCODE-MAST-OK                VALUE "00".
           88 BARCODE-MAST-NOT-FOUND         VALUE "35".
       01 WS-TRANREJ-STATUS                  PIC X(2).
           88 TRANREJ-OK                     VALUE "00".
       01 WS-SUBHIST-STATUS                  PIC X(2).
           88 SUBHIST-OK                     VALUE "00".
           88 SUBHIST-EOF                    VALUE "10".
           88 SUBHIST-NOT-FOUND              VALUE "35".
       01 WS-RESUBHLD-STATUS                 PIC X(2).
           88 RESUBHLD-OK                    VALUE "00".
           88 RESUBHLD-EOF                   VALUE "10".
       01 WS-HOLDQ-STATUS                    PIC X(2).
           88 HOLDQ-OK                       VALUE "00".
           88 HOLDQ-NOT-FOUND                VALUE "35".
       01 WS-FP-EOF                          PIC X VALUE 'N'.
           88 FP-EOF                         VALUE 'Y'.
       01 WS-BARCODE-MAST-PRESENT            PIC X VALUE 'N'.
           88 BARCODE-MAST-PRESENT           VALUE 'Y'.
       01 WS-BARCODE-SOURCES                 PIC X VALUE 'N'.
           88 BARCODE-SOURCES                VALUE 'Y'.
       01 WS-BARCODE-FOUND                   PIC X VALUE 'N'.
           88 BARCODE-FOUND                  VALUE 'Y'.
       01 WS-LATE-QUEUE-PRESENT              PIC X VALUE 'N'.
           88 LATE-QUEUE-PRESENT             VALUE 'Y'.
       01 WS-RUNCTL-PRESENT                  PIC X VALUE 'N'.
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-NEXT-GENERATION                 PIC 9(4) VALUE 1.
       01 WS-CYCLE-NUMBER                    PIC 9(2) VALUE 1.
       01 WS-SRCIN-DSNAME                    PIC X(44) VALUE SPACES.
       01 WS-WORK-RECORD                     PIC X(25) VALUE SPACES.
       01 WS-WORK-RECORD-RED REDEFINES WS-WORK-RECORD.
           05 FILLER                         PIC X(10).
           05 WS-WORK-BRANCH                 PIC X(4).
           05 FILLER                         PIC X(11).
       01 WS-WORK-MOVEMENT REDEFINES WS-WORK-RECORD.
           05 WS-WORK-ITEM                   PIC X(6).
           05 WS-WORK-OPTION                 PIC X(2).
           05 WS-WORK-PARTNER                PIC X(2).
           05 WS-WORK-MV-BRANCH              PIC X(4).
           05 WS-WORK-PRICE                  PIC 9(5)V99.
           05 WS-WORK-QUANTITY               PIC 9(3).
           05 WS-WORK-MOVEMENT-TYPE          PIC X(1).
      *
      * Barcode-format submission from tills that cannot send the
      * item code; translated through the BARCODES cross-reference
      * into the standard movement above before it is merged.
      *
       01 WS-BARCODE-MOVEMENT.
           05 WS-BC-BARCODE                  PIC X(14).
           05 WS-BC-PARTNER                  PIC X(2).
           05 WS-BC-BRANCH                   PIC X(4).
           05 WS-BC-PRICE                    PIC 9(5)V99.
           05 WS-BC-QUANTITY                 PIC 9(3).
           05 WS-BC-MOVEMENT-TYPE            PIC X(1).
       01 WS-TRANSLATED-COUNT                PIC 9(7) VALUE 0.
       01 WS-UNTRANSLATED-COUNT              PIC 9(7) VALUE 0.
      *
      * Whole-file resubmission checking: each source file's
      * fingerprint (record count, price and quantity hash totals,
      * first and last record image) is compared against those kept
      * on SUBHIST for the previous WS-RESUB-DAYS business dates. A
      * match is held on the HOLDQ queue for operator release by
      * HOLDREL instead of being merged. A history too large for
      * the table stops the run rather than let a resubmission
      * through unchecked.
      *
       01 WS-RESUB-DAYS                      PIC 9(3) VALUE 7.
       01 WS-RESUB-CUTOFF                    PIC 9(8) VALUE 0.
       01 WS-HELD-COUNT                      PIC 9(7) VALUE 0.
       01 WS-FP-IMAGE                        PIC X(31) VALUE SPACES.
       01 WS-FP-STANDARD REDEFINES WS-FP-IMAGE.
           05 FILLER                         PIC X(14).
           05 WS-FP-STD-PRICE                PIC 9(5)V99.
           05 WS-FP-STD-QUANTITY             PIC 9(3).
           05 FILLER                         PIC X(7).
       01 WS-FP-BARCODE REDEFINES WS-FP-IMAGE.
           05 FILLER                         PIC X(20).
           05 WS-FP-BC-PRICE                 PIC 9(5)V99.
           05 WS-FP-BC-QUANTITY              PIC 9(3).
           05 FILLER                         PIC X(1).
       01 WS-SH-ENTRIES                      PIC 9(5) VALUE 0.
       01 WS-SUB-HISTORY.
          05 WS-SH-ENTRY OCCURS 5000 TIMES INDEXED BY SH.
             10 WS-SH-SOURCE-NO              PIC 9(3).
             10 WS-SH-BUSINESS-DATE          PIC 9(8).
             10 WS-SH-RECORD-COUNT           PIC 9(7).
             10 WS-SH-PRICE-HASH             PIC 9(11)V99.
             10 WS-SH-QUANTITY-HASH          PIC 9(9).
             10 WS-SH-FIRST-IMAGE            PIC X(31).
             10 WS-SH-LAST-IMAGE             PIC X(31).
       01 WS-WORK-DATE                       PIC 9(8) VALUE 0.
       01 WS-WORK-DATE-RED REDEFINES WS-WORK-DATE.
           05 WS-WORK-CCYY                   PIC 9(4).
           05 WS-WORK-MM                     PIC 99.
           05 WS-WORK-DD                     PIC 99.
       01 WS-DAY-IDX                         PIC 9(3) VALUE 0.
       01 WS-MONTH-DAYS                      PIC 99 VALUE 0.
       01 WS-LEAP-QUOT                       PIC 9(4) VALUE 0.
       01 WS-LEAP-REM                        PIC 9(4) VALUE 0.
       01 WS-HELD-WARN-TEXT.
          05 FILLER                          PIC X(7) VALUE
             'SOURCE '.
          05 WS-HELD-WARN-SOURCE             PIC 9(3).
          05 FILLER                          PIC X(25) VALUE
             ' HELD AS RESUBMISSION OF '.
          05 WS-HELD-WARN-DATE               PIC 9(8).
       01 WS-MERGED-COUNT                    PIC 9(9) VALUE 0.
       01 WS-LATE-DRAWN-COUNT                PIC 9(7) VALUE 0.
       01 WS-LATE-CUR-DATE                   PIC 9(8) VALUE 0.
       01 WS-VOLUME-ACTION                   PIC X VALUE 'W'.
           88 VOLUME-ACTION-STOP             VALUE 'S'.
       01 WS-VOL-HISTORY.
          05 WS-VOL-SOURCE OCCURS 999 TIMES INDEXED BY VH.
             10 WS-VH-ENTRIES                PIC 9(2).
             10 WS-VH-VOLUME OCCURS 10 TIMES PIC 9(7).
       01 WS-VOL-SUB                         PIC 9(2) VALUE 0.
       01 WS-VOLUME-WARN-TEXT.
          05 FILLER                          PIC X(7) VALUE
             'SOURCE '.
          05 WS-VOLUME-WARN-SOURCE           PIC 9(3).
          05 FILLER                          PIC X(32) VALUE
             ' SUBMISSION VOLUME OUT OF RANGE'.
       01 WS-VOLUME-ALERT-CODE.
          05 FILLER                          PIC X(4) VALUE 'SRCV'.
          05 WS-VOLUME-ALERT-SOURCE          PIC 9(3).
          05 FILLER                          PIC X(1) VALUE SPACE.
      *
      * Per-source state. Sources are numbered 1-999 on SRCREG, the
      * distribution directory and every file that carries the
      * source number. Only the entries up to the highest source
      * number the registry, directory or volume history holds are
      * visited...
      *
       01 WS-SOURCE-STATE.
          05 WS-SOURCE-ENTRY OCCURS 999 TIMES INDEXED BY SRC.
             10 WS-SRC-IN-USE                PIC X(1).
             10 WS-SRC-IN-DIRECTORY          PIC X(1).
             10 WS-SRC-DSNAME                PIC X(44).
             10 WS-SRC-PRESENT               PIC X(1).
             10 WS-SRC-COUNT                 PIC 9(7).
             10 WS-SRC-WRONG-BRANCH          PIC 9(7).
             10 WS-SRC-REG-BRANCH            PIC X(4).
             10 WS-SRC-MANDATORY             PIC X(1).
             10 WS-SRC-FORMAT                PIC X(1).
             10 WS-SRC-UNTRANSLATED          PIC 9(7).
             10 WS-SRC-HELD                  PIC X(1).
             10 WS-SRC-MATCH-DATE            PIC 9(8).
             10 WS-SRC-HELD-COUNT            PIC 9(7).
             10 WS-SRC-FP-COUNT              PIC 9(7).
             10 WS-SRC-FP-PRICE-HASH         PIC 9(11)V99.
             10 WS-SRC-FP-QTY-HASH           PIC 9(9).
             10 WS-SRC-FP-FIRST              PIC X(31).
             10 WS-SRC-FP-LAST               PIC X(31).
       01 WS-SOURCE-NO                       PIC 9(3) VALUE 0.
       01 WS-HIGH-SOURCE                     PIC 9(3) VALUE 0.
      *
      * Messages...
      *
                ' WRONG-BRNCH'.
             10 FILLER                       PIC X(20)   VALUE
                '  STATUS'.
             10 FILLER                       PIC X(12)   VALUE
                ' BAD-BARCODE'.
             10 FILLER                       PIC X(22)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-SOURCE                PIC X(8).
             10 WS-DET-BRANCH                PIC X(4).
             10 WS-DET-WRONG                 PIC Z(6)9.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-STATUS                PIC X(24).
             10 FILLER                       PIC X(5)    VALUE SPACES.
             10 WS-DET-BAD-BARCODE           PIC Z(6)9.
             10 FILLER                       PIC X(19)   VALUE SPACES.
          05 WS-LATE-STATUS.
             10 FILLER                       PIC X(11)   VALUE
                'BACK-DATED '.
             10 WS-LATE-STATUS-DATE          PIC 9(8).
             10 FILLER                       PIC X(5)    VALUE SPACES.
          05 WS-HELD-STATUS.
             10 FILLER                       PIC X(15)   VALUE
                'HELD - SAME AS '.
             10 WS-HELD-STATUS-DATE          PIC 9(8).
             10 FILLER                       PIC X(1)    VALUE SPACES.
      *
       COPY ERRLOGL.
       COPY WARNLOGL.
       COPY ALERTL.
       COPY DSALLOCL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2100-MERGE-ONE-SOURCE
              VARYING SRC FROM 1 BY 1 UNTIL SRC > WS-HIGH-SOURCE
           PERFORM 2600-MERGE-LATE-QUEUE

           PERFORM 3000-END-PROCESS

           PERFORM 1500-LOAD-REGISTRY

           PERFORM 1600-LOAD-DIRECTORY

           PERFORM 1700-READ-MERGE-PARM

           PERFORM 1800-LOAD-VOLUME-HISTORY

           PERFORM 1850-LOAD-SUBMISSION-HISTORY

           PERFORM 1900-OPEN-BARCODE-FILES

           OPEN OUTPUT RESUBHLD-FILE
           IF NOT RESUBHLD-OK
              DISPLAY '** RESUBHLD FILE IS NOT OK **'
              DISPLAY '** RESUBHLD: ' WS-RESUBHLD-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN OUTPUT CDIN-OUT
           IF NOT CDIN-OUT-OK
              DISPLAY '** CDIN-OUT FILE IS NOT OK **'

       1500-LOAD-REGISTRY.
           PERFORM 1510-INIT-ONE-SOURCE
              VARYING SRC FROM 1 BY 1 UNTIL SRC > 999

           OPEN INPUT SRCREG-IN
           IF SRCREG-NOT-FOUND
           END-IF.

       1510-INIT-ONE-SOURCE.
           MOVE 'N' TO WS-SRC-IN-USE(SRC)
           MOVE 'N' TO WS-SRC-IN-DIRECTORY(SRC)
           MOVE SPACES TO WS-SRC-DSNAME(SRC)
           MOVE 'N' TO WS-SRC-PRESENT(SRC)
           MOVE 0 TO WS-SRC-COUNT(SRC)
           MOVE 0 TO WS-SRC-WRONG-BRANCH(SRC)
           MOVE SPACES TO WS-SRC-REG-BRANCH(SRC)
           MOVE 'N' TO WS-SRC-MANDATORY(SRC)
           MOVE SPACE TO WS-SRC-FORMAT(SRC)
           MOVE 0 TO WS-SRC-UNTRANSLATED(SRC)
           MOVE 'N' TO WS-SRC-HELD(SRC)
           MOVE 0 TO WS-SRC-MATCH-DATE(SRC)
           MOVE 0 TO WS-SRC-HELD-COUNT(SRC)
           MOVE 0 TO WS-SRC-FP-COUNT(SRC)
           MOVE 0 TO WS-SRC-FP-PRICE-HASH(SRC)
           MOVE 0 TO WS-SRC-FP-QTY-HASH(SRC)
           MOVE SPACES TO WS-SRC-FP-FIRST(SRC)
           MOVE SPACES TO WS-SRC-FP-LAST(SRC)
           SET VH TO SRC
           MOVE 0 TO WS-VH-ENTRIES(VH).

              AT END CONTINUE
           END-READ
           IF SRCREG-OK
              IF SR-SOURCE-NO NUMERIC AND SR-SOURCE-NO > 0
                 IF SR-SOURCE-NO > WS-HIGH-SOURCE
                    MOVE SR-SOURCE-NO TO WS-HIGH-SOURCE
                 END-IF
                 MOVE 'Y' TO WS-SRC-IN-USE(SR-SOURCE-NO)
                 MOVE SR-BRANCH TO WS-SRC-REG-BRANCH(SR-SOURCE-NO)
                 MOVE SR-MANDATORY TO WS-SRC-MANDATORY(SR-SOURCE-NO)
                 MOVE SR-FORMAT TO WS-SRC-FORMAT(SR-SOURCE-NO)
                 IF SR-BARCODE-FORMAT
                    MOVE 'Y' TO WS-BARCODE-SOURCES
                 END-IF
              ELSE
                 DISPLAY '** INVALID REGISTRY ENTRY IGNORED: '
                    SRCREG-RECORD
              END-IF
           END-IF.

       1600-LOAD-DIRECTORY.
      *    Each source's submission is read from the dataset its
      *    active SRCIN entry on the distribution directory names;
      *    a registered source with no entry is reported as having
      *    no dataset.
           OPEN INPUT DISTDIR-IN
           IF DISTDIR-NOT-FOUND
              DISPLAY '** NO DISTRIBUTION DIRECTORY - NO SOURCE '
                 'CAN BE ALLOCATED **'
              MOVE '1600-LOAD-DIRECTORY' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           IF NOT DISTDIR-OK
              DISPLAY '** DISTDIR FILE IS NOT OK **'
              DISPLAY '** DISTDIR: ' WS-DISTDIR-STATUS
              MOVE '1600-LOAD-DIRECTORY' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1610-LOAD-ONE-DIRECTORY UNTIL DISTDIR-EOF
           CLOSE DISTDIR-IN.

       1610-LOAD-ONE-DIRECTORY.
           READ DISTDIR-IN
              AT END CONTINUE
           END-READ
           IF DISTDIR-OK
              IF DD-FILE-ID = 'SRCIN' AND DD-IS-ACTIVE
                 IF DD-SOURCE-NO NUMERIC AND DD-SOURCE-NO > 0
                    AND DD-DSNAME NOT = SPACES
                    IF WS-SRC-IN-DIRECTORY(DD-SOURCE-NO) = 'Y'
                       DISPLAY '** DUPLICATE DIRECTORY ENTRY '
                          'IGNORED: ' DIST-DIR-RECORD
                    ELSE
                       IF DD-SOURCE-NO > WS-HIGH-SOURCE
                          MOVE DD-SOURCE-NO TO WS-HIGH-SOURCE
                       END-IF
                       MOVE 'Y' TO WS-SRC-IN-USE(DD-SOURCE-NO)
                       MOVE 'Y' TO WS-SRC-IN-DIRECTORY(DD-SOURCE-NO)
                       MOVE DD-DSNAME TO WS-SRC-DSNAME(DD-SOURCE-NO)
                    END-IF
                 ELSE
                    DISPLAY '** INVALID DIRECTORY ENTRY IGNORED: '
                       DIST-DIR-RECORD
                 END-IF
              END-IF
           END-IF.

       1700-READ-MERGE-PARM.
           OPEN INPUT MPARM-IN
           IF MPARM-NOT-FOUND
                 IF MP-VOLUME-ACTION = 'W' OR MP-VOLUME-ACTION = 'S'
                    MOVE MP-VOLUME-ACTION TO WS-VOLUME-ACTION
                 END-IF
                 IF MP-RESUB-DAYS NUMERIC AND MP-RESUB-DAYS > 0
                    MOVE MP-RESUB-DAYS TO WS-RESUB-DAYS
                 END-IF
              END-IF
              CLOSE MPARM-IN
           END-IF.
              AT END CONTINUE
           END-READ
           IF SRCVOL-OK
              IF SV-SOURCE-NO NUMERIC AND SV-SOURCE-NO > 0
                 IF SV-SOURCE-NO > WS-HIGH-SOURCE
                    MOVE SV-SOURCE-NO TO WS-HIGH-SOURCE
                 END-IF
                 SET VH TO SV-SOURCE-NO
                 IF WS-VH-ENTRIES(VH) = 10
                    PERFORM 1820-SHIFT-ONE-VOLUME
           MOVE WS-VH-VOLUME(VH, WS-VOL-SUB + 1)
              TO WS-VH-VOLUME(VH, WS-VOL-SUB).

       1850-LOAD-SUBMISSION-HISTORY.
      *    Only fingerprints from the previous WS-RESUB-DAYS business
      *    dates are kept; tonight's own date is dropped so a rerun
      *    of the same night is not mistaken for a resubmission.
           IF RUNCTL-PRESENT
              MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
              PERFORM 8000-BACK-ONE-DAY
                 VARYING WS-DAY-IDX FROM 1 BY 1
                 UNTIL WS-DAY-IDX > WS-RESUB-DAYS
              MOVE WS-WORK-DATE TO WS-RESUB-CUTOFF
              OPEN INPUT SUBHIST-FILE
              IF SUBHIST-NOT-FOUND
                 CONTINUE
              ELSE
                 IF NOT SUBHIST-OK
                    DISPLAY '** SUBHIST FILE IS NOT OK **'
                    MOVE '1850-LOAD-SUBMISSION-HISTORY' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 PERFORM 1860-LOAD-ONE-FINGERPRINT UNTIL SUBHIST-EOF
                 CLOSE SUBHIST-FILE
              END-IF
           END-IF.

       1860-LOAD-ONE-FINGERPRINT.
           READ SUBHIST-FILE
              AT END CONTINUE
           END-READ
           IF SUBHIST-OK
              IF SH-BUSINESS-DATE >= WS-RESUB-CUTOFF
                 AND SH-BUSINESS-DATE < WS-BUSINESS-DATE
                 IF WS-SH-ENTRIES < 5000
                    ADD 1 TO WS-SH-ENTRIES
                    SET SH TO WS-SH-ENTRIES
                    MOVE SUBHIST-RECORD TO WS-SH-ENTRY(SH)
                 ELSE
                    DISPLAY '** SUBMISSION HISTORY TABLE FULL AT: '
                       SH-SOURCE-NO ' ' SH-BUSINESS-DATE ' **'
                    MOVE '1860-LOAD-ONE-FINGERPRINT' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
              END-IF
           END-IF.

       1900-OPEN-BARCODE-FILES.
      *    The reject file is always produced so SRCRESP finds an
      *    empty one on nights no barcode is refused. The cross-
      *    reference is only needed when a source sends barcodes;
      *    without it every barcode record is refused as unknown.
           OPEN OUTPUT TRANREJ-OUT
           IF NOT TRANREJ-OK
              DISPLAY '** TRANREJ FILE IS NOT OK **'
              DISPLAY '** TRANREJ: ' WS-TRANREJ-STATUS
              MOVE '1900-OPEN-BARCODE-FILES' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           IF BARCODE-SOURCES
              OPEN INPUT BARCODE-MAST
              IF BARCODE-MAST-NOT-FOUND
                 DISPLAY '** WARNING: NO BARCODE CROSS-REFERENCE - '
                    'BARCODES WILL BE REJECTED **'
                 MOVE 'NO BARCODE CROSS-REFERENCE' TO WL-WARNING-TEXT
                 PERFORM 9800-LOG-WARNING
              ELSE
                 IF NOT BARCODE-MAST-OK
                    DISPLAY '** BARCODE-MAST FILE IS NOT OK **'
                    DISPLAY '** BARCODE-MAST: ' WS-BARCODE-MAST-STATUS
                    MOVE '1900-OPEN-BARCODE-FILES' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 MOVE 'Y' TO WS-BARCODE-MAST-PRESENT
              END-IF
           END-IF.

       2050-ALLOCATE-SOURCE.
      *    The directory's dataset is allocated to the fixed SRCIN or
      *    BCIN DD; one that cannot be allocated has not arrived and
      *    is reported missing by the source check.
           IF WS-SRC-FORMAT(SRC) = 'B'
              MOVE 'BCIN' TO DA-DDNAME
           ELSE
              MOVE 'SRCIN' TO DA-DDNAME
           END-IF
           MOVE WS-SRCIN-DSNAME TO DA-DSNAME
           MOVE 0 TO DA-LRECL
           SET DA-ALLOC-INPUT TO TRUE
           CALL 'DSALLOC' USING DSALLOC-PARM
           IF DA-FAILED
              DISPLAY '** ' DA-DDNAME ' NOT ALLOCATED FOR SOURCE '
                 WS-SOURCE-NO ' RC ' DA-DYN-RC ': ' WS-SRCIN-DSNAME
           END-IF.

       2100-MERGE-ONE-SOURCE.
      *    Only sources registered on SRCREG or allocated on the
      *    distribution directory take part; the directory entry
      *    names the dataset whichever format the source sends.
           SET WS-SOURCE-NO TO SRC
           IF WS-SRC-IN-USE(SRC) = 'Y'
              IF WS-SRC-IN-DIRECTORY(SRC) = 'Y'
                 MOVE WS-SRC-DSNAME(SRC) TO WS-SRCIN-DSNAME
                 PERFORM 2050-ALLOCATE-SOURCE
                 IF DA-DONE
                    PERFORM 2800-FINGERPRINT-SOURCE
                    IF WS-SRC-FORMAT(SRC) = 'B'
                       PERFORM 2700-MERGE-BARCODE-SOURCE
                    ELSE
                       PERFORM 2200-MERGE-STANDARD-SOURCE
                    END-IF
                    SET DA-FREE TO TRUE
                    CALL 'DSALLOC' USING DSALLOC-PARM
                 END-IF
              END-IF
              PERFORM 5000-CHECK-SOURCE
           END-IF.

       2200-MERGE-STANDARD-SOURCE.
           OPEN INPUT SRCIN-FILE
           IF SRCIN-OK
              MOVE 'Y' TO WS-SRC-PRESENT(SRC)
              PERFORM 2210-COPY-STANDARD-RECORD UNTIL SRCIN-EOF
              CLOSE SRCIN-FILE
           ELSE
              IF NOT SRCIN-NOT-FOUND
                 DISPLAY '** SRCIN FILE FOR SOURCE ' WS-SOURCE-NO
                    ' IS NOT OK **'
                 DISPLAY '** SRCIN: ' WS-SRCIN-DSNAME
                 MOVE '2200-MERGE-STANDARD-SOURCE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2210-COPY-STANDARD-RECORD.
           READ SRCIN-FILE
              AT END CONTINUE
           END-READ
           IF SRCIN-OK
              MOVE SRCIN-RECORD TO WS-WORK-RECORD
              PERFORM 2900-ROUTE-RECORD
           END-IF.

       2600-MERGE-LATE-QUEUE.
              WRITE LATESTRM-RECORD
           END-IF.

       2700-MERGE-BARCODE-SOURCE.
      *    One paragraph serves whichever source the registry marks
      *    as barcode-format; its directory entry names the file.
           SET SRC TO WS-SOURCE-NO
           OPEN INPUT BCIN-FILE
           IF BCIN-OK
              MOVE 'Y' TO WS-SRC-PRESENT(SRC)
              PERFORM 2710-READ-BARCODE-SOURCE UNTIL BCIN-EOF
              CLOSE BCIN-FILE
           ELSE
              IF NOT BCIN-NOT-FOUND
                 DISPLAY '** BCIN FILE FOR SOURCE ' WS-SOURCE-NO
                    ' IS NOT OK **'
                 DISPLAY '** BCIN: ' WS-SRCIN-DSNAME
                 MOVE '2700-MERGE-BARCODE-SOURCE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2710-READ-BARCODE-SOURCE.
           READ BCIN-FILE INTO WS-BARCODE-MOVEMENT
              AT END CONTINUE
           END-READ
           IF BCIN-OK
              PERFORM 2720-TRANSLATE-BARCODE
           END-IF.

       2720-TRANSLATE-BARCODE.
           SET SRC TO WS-SOURCE-NO
           MOVE 'N' TO WS-BARCODE-FOUND
           IF BARCODE-MAST-PRESENT
              MOVE WS-BC-BARCODE TO BCX-BARCODE
              READ BARCODE-MAST
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO WS-BARCODE-FOUND
              END-READ
           END-IF
           IF BARCODE-FOUND
              MOVE BCX-ITEM TO WS-WORK-ITEM
              MOVE BCX-OPTION TO WS-WORK-OPTION
              MOVE WS-BC-PARTNER TO WS-WORK-PARTNER
              MOVE WS-BC-BRANCH TO WS-WORK-MV-BRANCH
              MOVE WS-BC-PRICE TO WS-WORK-PRICE
              MOVE WS-BC-QUANTITY TO WS-WORK-QUANTITY
              MOVE WS-BC-MOVEMENT-TYPE TO WS-WORK-MOVEMENT-TYPE
              ADD 1 TO WS-TRANSLATED-COUNT
              PERFORM 2900-ROUTE-RECORD
           ELSE
              ADD 1 TO WS-SRC-UNTRANSLATED(SRC)
              ADD 1 TO WS-UNTRANSLATED-COUNT
              MOVE WS-SOURCE-NO TO TJ-SOURCE-NO
              MOVE WS-BARCODE-MOVEMENT TO TJ-BARCODE-MOVEMENT
              MOVE 'BC' TO TJ-REASON
              WRITE TRANREJ-RECORD
           END-IF.

       2800-FINGERPRINT-SOURCE.
      *    A branch re-sending an earlier day's file passes every
      *    record-level edit; only a whole-file comparison against
      *    the recent submission history catches it. The file is
      *    read once here for its fingerprint and again to merge or
      *    hold it.
           SET SRC TO WS-SOURCE-NO
           MOVE 'N' TO WS-FP-EOF
           PERFORM 2810-OPEN-FOR-FINGERPRINT
           IF NOT FP-EOF
              PERFORM 2820-READ-FOR-FINGERPRINT UNTIL FP-EOF
              PERFORM 2830-CLOSE-FOR-FINGERPRINT
           END-IF
           IF WS-SRC-FP-COUNT(SRC) > 0
              PERFORM 2840-MATCH-ONE-FINGERPRINT
                 VARYING SH FROM 1 BY 1
                 UNTIL SH > WS-SH-ENTRIES
                 OR WS-SRC-HELD(SRC) = 'Y'
           END-IF
           IF WS-SRC-HELD(SRC) = 'Y'
              DISPLAY '** SOURCE ' WS-SOURCE-NO ' MATCHES THE '
                 'SUBMISSION OF ' WS-SRC-MATCH-DATE(SRC)
                 ' - HELD ON HOLDQ **'
              MOVE WS-SOURCE-NO TO WS-HELD-WARN-SOURCE
              MOVE WS-SRC-MATCH-DATE(SRC) TO WS-HELD-WARN-DATE
              MOVE WS-HELD-WARN-TEXT TO WL-WARNING-TEXT
              PERFORM 9800-LOG-WARNING
           END-IF.

       2810-OPEN-FOR-FINGERPRINT.
      *    A missing or unreadable file is left for the merge pass
      *    to report.
           IF WS-SRC-FORMAT(SRC) = 'B'
              OPEN INPUT BCIN-FILE
              IF NOT BCIN-OK
                 MOVE 'Y' TO WS-FP-EOF
              END-IF
           ELSE
              OPEN INPUT SRCIN-FILE
              IF NOT SRCIN-OK
                 MOVE 'Y' TO WS-FP-EOF
              END-IF
           END-IF.

       2820-READ-FOR-FINGERPRINT.
           IF WS-SRC-FORMAT(SRC) = 'B'
              READ BCIN-FILE INTO WS-FP-IMAGE
                 AT END CONTINUE
              END-READ
              IF BCIN-OK
                 PERFORM 2850-ADD-TO-FINGERPRINT
              ELSE
                 MOVE 'Y' TO WS-FP-EOF
              END-IF
           ELSE
              READ SRCIN-FILE INTO WS-FP-IMAGE
                 AT END CONTINUE
              END-READ
              IF SRCIN-OK
                 PERFORM 2850-ADD-TO-FINGERPRINT
              ELSE
                 MOVE 'Y' TO WS-FP-EOF
              END-IF
           END-IF.

       2830-CLOSE-FOR-FINGERPRINT.
           IF WS-SRC-FORMAT(SRC) = 'B'
              CLOSE BCIN-FILE
           ELSE
              CLOSE SRCIN-FILE
           END-IF.

       2840-MATCH-ONE-FINGERPRINT.
           IF WS-SH-SOURCE-NO(SH) = WS-SOURCE-NO
              AND WS-SH-RECORD-COUNT(SH) = WS-SRC-FP-COUNT(SRC)
              AND WS-SH-PRICE-HASH(SH) = WS-SRC-FP-PRICE-HASH(SRC)
              AND WS-SH-QUANTITY-HASH(SH) = WS-SRC-FP-QTY-HASH(SRC)
              AND WS-SH-FIRST-IMAGE(SH) = WS-SRC-FP-FIRST(SRC)
              AND WS-SH-LAST-IMAGE(SH) = WS-SRC-FP-LAST(SRC)
              MOVE 'Y' TO WS-SRC-HELD(SRC)
              MOVE WS-SH-BUSINESS-DATE(SH) TO WS-SRC-MATCH-DATE(SRC)
           END-IF.

       2850-ADD-TO-FINGERPRINT.
           ADD 1 TO WS-SRC-FP-COUNT(SRC)
           IF WS-SRC-FP-COUNT(SRC) = 1
              MOVE WS-FP-IMAGE TO WS-SRC-FP-FIRST(SRC)
           END-IF
           MOVE WS-FP-IMAGE TO WS-SRC-FP-LAST(SRC)
           IF WS-SRC-FORMAT(SRC) = 'B'
              IF WS-FP-BC-PRICE NUMERIC
                 ADD WS-FP-BC-PRICE TO WS-SRC-FP-PRICE-HASH(SRC)
              END-IF
              IF WS-FP-BC-QUANTITY NUMERIC
                 ADD WS-FP-BC-QUANTITY TO WS-SRC-FP-QTY-HASH(SRC)
              END-IF
           ELSE
              IF WS-FP-STD-PRICE NUMERIC
                 ADD WS-FP-STD-PRICE TO WS-SRC-FP-PRICE-HASH(SRC)
              END-IF
              IF WS-FP-STD-QUANTITY NUMERIC
                 ADD WS-FP-STD-QUANTITY TO WS-SRC-FP-QTY-HASH(SRC)
              END-IF
           END-IF.

       2900-ROUTE-RECORD.
      *    A held submission goes to tonight's RESUBHLD file, which
      *    is added to the HOLDQ queue once the merge completes.
           SET SRC TO WS-SOURCE-NO
           IF WS-SRC-HELD(SRC) = 'Y'
              ADD 1 TO WS-SRC-HELD-COUNT(SRC)
              ADD 1 TO WS-HELD-COUNT
              MOVE WS-SOURCE-NO TO RH-SOURCE-NO
              MOVE WS-BUSINESS-DATE TO RH-ORIG-DATE
              MOVE WS-WORK-RECORD TO RH-MOVEMENT
              WRITE RESUBHLD-RECORD
           ELSE
              PERFORM 5500-WRITE-MERGED-RECORD
           END-IF.

       2650-REPORT-LATE-DATE.
           MOVE 'LATE' TO WS-DET-SOURCE
           MOVE SPACES TO WS-DET-BRANCH
           MOVE WS-LATE-DATE-COUNT TO WS-DET-RECORDS
           MOVE 0 TO WS-DET-WRONG
           MOVE 0 TO WS-DET-BAD-BARCODE
           MOVE WS-LATE-CUR-DATE TO WS-LATE-STATUS-DATE
           MOVE WS-LATE-STATUS TO WS-DET-STATUS
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD

       3000-END-PROCESS.
           PERFORM 6000-CHECK-ONE-VOLUME
              VARYING SRC FROM 1 BY 1 UNTIL SRC > WS-HIGH-SOURCE

           CLOSE CDIN-OUT
           CLOSE PRINT-OUT
           CLOSE TRANREJ-OUT
           CLOSE RESUBHLD-FILE
           IF BARCODE-MAST-PRESENT
              CLOSE BARCODE-MAST
           END-IF

           DISPLAY 'RECORDS MERGED TO CDIN: ' WS-MERGED-COUNT
           IF BARCODE-SOURCES
              DISPLAY 'BARCODE RECORDS TRANSLATED: '
                 WS-TRANSLATED-COUNT
              DISPLAY 'BARCODE RECORDS REJECTED: '
                 WS-UNTRANSLATED-COUNT
           END-IF
           IF WS-HELD-COUNT > 0
              DISPLAY 'RECORDS HELD AS RESUBMISSIONS: ' WS-HELD-COUNT
           END-IF

           PERFORM 5700-WRITE-BALANCE-COUNTS


           IF NOT MERGE-FAILED AND NOT TRIAL-RUN
              PERFORM 6100-SAVE-VOLUME-HISTORY
              IF RUNCTL-PRESENT
                 PERFORM 6200-SAVE-SUBMISSION-HISTORY
              END-IF
              IF WS-HELD-COUNT > 0
                 PERFORM 5950-QUEUE-HELD-SUBMISSIONS
              END-IF
           END-IF

           IF MERGE-FAILED
           MOVE WS-SRC-REG-BRANCH(SRC) TO WS-DET-BRANCH
           MOVE WS-SRC-COUNT(SRC) TO WS-DET-RECORDS
           MOVE WS-SRC-WRONG-BRANCH(SRC) TO WS-DET-WRONG
           MOVE WS-SRC-UNTRANSLATED(SRC) TO WS-DET-BAD-BARCODE
           EVALUATE TRUE
              WHEN WS-SRC-IN-DIRECTORY(SRC) = 'N'
                 AND WS-SRC-MANDATORY(SRC) = 'Y'
                 MOVE 'NO DATASET - MANDATORY' TO WS-DET-STATUS
                 MOVE 'Y' TO WS-MERGE-FAILED
              WHEN WS-SRC-IN-DIRECTORY(SRC) = 'N'
                 MOVE 'NO DIRECTORY ENTRY' TO WS-DET-STATUS
              WHEN WS-SRC-PRESENT(SRC) = 'N'
                 AND WS-SRC-MANDATORY(SRC) = 'Y'
                 MOVE 'MISSING - MANDATORY' TO WS-DET-STATUS
                 MOVE 'Y' TO WS-MERGE-FAILED
              WHEN WS-SRC-PRESENT(SRC) = 'N'
                 MOVE 'NOT SUPPLIED' TO WS-DET-STATUS
              WHEN WS-SRC-HELD(SRC) = 'Y'
                 MOVE WS-SRC-HELD-COUNT(SRC) TO WS-DET-RECORDS
                 MOVE WS-SRC-MATCH-DATE(SRC) TO WS-HELD-STATUS-DATE
                 MOVE WS-HELD-STATUS TO WS-DET-STATUS
              WHEN WS-SRC-COUNT(SRC) = 0
                 AND WS-SRC-UNTRANSLATED(SRC) = 0
                 AND WS-SRC-MANDATORY(SRC) = 'Y'
                 MOVE 'EMPTY - MANDATORY' TO WS-DET-STATUS
                 MOVE 'Y' TO WS-MERGE-FAILED
              WHEN WS-SRC-COUNT(SRC) = 0
                 AND WS-SRC-UNTRANSLATED(SRC) = 0
                 MOVE 'EMPTY' TO WS-DET-STATUS
              WHEN WS-SRC-UNTRANSLATED(SRC) > 0
                 MOVE 'MERGED - BAD BARCODES' TO WS-DET-STATUS
              WHEN OTHER
                 MOVE 'MERGED' TO WS-DET-STATUS
           END-EVALUATE
              PERFORM 9999-ABEND
           END-IF
           PERFORM 5850-WRITE-ONE-SOURCE-STAT
              VARYING SRC FROM 1 BY 1 UNTIL SRC > WS-HIGH-SOURCE
           CLOSE SRCSTAT-OUT.

       5850-WRITE-ONE-SOURCE-STAT.
           IF WS-SRC-IN-USE(SRC) = 'Y'
              SET WS-SOURCE-NO TO SRC
              MOVE WS-SOURCE-NO TO SS-SOURCE-NO
              MOVE WS-SRC-REG-BRANCH(SRC) TO SS-BRANCH
              COMPUTE SS-RECEIVED =
                 WS-SRC-COUNT(SRC) + WS-SRC-UNTRANSLATED(SRC)
              MOVE WS-SRC-WRONG-BRANCH(SRC) TO SS-WRONG-BRANCH
              WRITE SRCSTAT-RECORD
           END-IF.

       6000-CHECK-ONE-VOLUME.
      *    A present, well-formed file that is a fraction of - or a
      *    multiple of - the source's usual volume passes every other
      *    edit; the trailing average is the only thing that catches
      *    it before the partner statements do.
           SET WS-SOURCE-NO TO SRC
           SET VH TO SRC
           IF WS-SRC-PRESENT(SRC) = 'Y'
              AND WS-SRC-HELD(SRC) NOT = 'Y'
              AND WS-VH-ENTRIES(VH) >= 3
              MOVE 0 TO WS-VOL-TOTAL
              PERFORM 6010-SUM-ONE-VOLUME
                 MOVE WS-SRC-REG-BRANCH(SRC) TO WS-DET-BRANCH
                 MOVE WS-SRC-COUNT(SRC) TO WS-DET-RECORDS
                 MOVE 0 TO WS-DET-WRONG
                 MOVE 0 TO WS-DET-BAD-BARCODE
                 MOVE 'VOLUME OUT OF RANGE' TO WS-DET-STATUS
                 MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
                 WRITE PRINT-OUT-RECORD
                 MOVE WS-SOURCE-NO TO WS-VOLUME-WARN-SOURCE
                 MOVE WS-VOLUME-WARN-TEXT TO WL-WARNING-TEXT
                 PERFORM 9800-LOG-WARNING
                 IF VOLUME-ACTION-STOP
                    MOVE 'C' TO AL-SEVERITY
                 ELSE
                    MOVE 'W' TO AL-SEVERITY
                 END-IF
                 MOVE WS-SOURCE-NO TO WS-VOLUME-ALERT-SOURCE
                 MOVE WS-VOLUME-ALERT-CODE TO AL-ALERT-CODE
                 MOVE WS-VOLUME-WARN-TEXT TO AL-ALERT-TEXT
                 PERFORM 9700-RAISE-ALERT
                 IF VOLUME-ACTION-STOP
                    MOVE 'Y' TO WS-MERGE-FAILED
                 END-IF
              PERFORM 9999-ABEND
           END-IF
           PERFORM 6110-SAVE-ONE-SOURCE
              VARYING SRC FROM 1 BY 1 UNTIL SRC > WS-HIGH-SOURCE
           CLOSE SRCVOL-FILE.

       6110-SAVE-ONE-SOURCE.
           SET WS-SOURCE-NO TO SRC
           SET VH TO SRC
           IF WS-SRC-PRESENT(SRC) = 'Y'
              AND WS-SRC-HELD(SRC) NOT = 'Y'
              IF WS-VH-ENTRIES(VH) = 10
                 PERFORM 1820-SHIFT-ONE-VOLUME
                    VARYING WS-VOL-SUB FROM 1 BY 1
           MOVE WS-VH-VOLUME(VH, WS-VOL-SUB) TO SV-VOLUME
           WRITE SRCVOL-RECORD.

       6200-SAVE-SUBMISSION-HISTORY.
      *    The retained fingerprints are rewritten with tonight's
      *    merged files added; a held file is already on record.
           OPEN OUTPUT SUBHIST-FILE
           IF NOT SUBHIST-OK
              DISPLAY '** COULD NOT REWRITE SUBHIST FILE **'
              MOVE '6200-SAVE-SUBMISSION-HISTORY' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 6210-WRITE-ONE-FINGERPRINT
              VARYING SH FROM 1 BY 1 UNTIL SH > WS-SH-ENTRIES
           PERFORM 6220-WRITE-SOURCE-FINGERPRINT
              VARYING SRC FROM 1 BY 1 UNTIL SRC > WS-HIGH-SOURCE
           CLOSE SUBHIST-FILE.

       6210-WRITE-ONE-FINGERPRINT.
           MOVE WS-SH-ENTRY(SH) TO SUBHIST-RECORD
           WRITE SUBHIST-RECORD.

       6220-WRITE-SOURCE-FINGERPRINT.
           IF WS-SRC-FP-COUNT(SRC) > 0
              AND WS-SRC-HELD(SRC) NOT = 'Y'
              SET WS-SOURCE-NO TO SRC
              MOVE WS-SOURCE-NO TO SH-SOURCE-NO
              MOVE WS-BUSINESS-DATE TO SH-BUSINESS-DATE
              MOVE WS-SRC-FP-COUNT(SRC) TO SH-RECORD-COUNT
              MOVE WS-SRC-FP-PRICE-HASH(SRC) TO SH-PRICE-HASH
              MOVE WS-SRC-FP-QTY-HASH(SRC) TO SH-QUANTITY-HASH
              MOVE WS-SRC-FP-FIRST(SRC) TO SH-FIRST-IMAGE
              MOVE WS-SRC-FP-LAST(SRC) TO SH-LAST-IMAGE
              WRITE SUBHIST-RECORD
           END-IF.

       5900-CLEAR-LATE-QUEUE.
      *    Drawn records are now on CDIN; an uncleaned queue would
      *    double-process them on the next merge.
           END-IF
           CLOSE LATEQ-FILE.

       5950-QUEUE-HELD-SUBMISSIONS.
      *    Tonight's held records join the HOLDQ queue only once the
      *    merge has completed, so a rerun does not queue them twice.
           OPEN INPUT RESUBHLD-FILE
           IF NOT RESUBHLD-OK
              DISPLAY '** RESUBHLD FILE IS NOT OK **'
              MOVE '5950-QUEUE-HELD-SUBMISSIONS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           OPEN EXTEND HOLDQ-FILE
           IF HOLDQ-NOT-FOUND
              OPEN OUTPUT HOLDQ-FILE
           END-IF
           IF NOT HOLDQ-OK
              DISPLAY '** HOLDQ FILE IS NOT OK **'
              DISPLAY '** HOLDQ: ' WS-HOLDQ-STATUS
              MOVE '5950-QUEUE-HELD-SUBMISSIONS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 5960-QUEUE-ONE-HELD UNTIL RESUBHLD-EOF
           CLOSE RESUBHLD-FILE
           CLOSE HOLDQ-FILE.

       5960-QUEUE-ONE-HELD.
           READ RESUBHLD-FILE
              AT END CONTINUE
           END-READ
           IF RESUBHLD-OK
              MOVE RESUBHLD-RECORD TO HOLDQ-RECORD
              WRITE HOLDQ-RECORD
           END-IF.

       4950-READ-RUN-CONTROL.
           OPEN INPUT RUNCTL-IN
           IF RUNCTL-NOT-FOUND
              CLOSE RUNCTL-IN
           END-IF.

       8000-BACK-ONE-DAY.
      *    Walk the work date back one calendar day.
           IF WS-WORK-DD > 1
              SUBTRACT 1 FROM WS-WORK-DD
           ELSE
              IF WS-WORK-MM > 1
                 SUBTRACT 1 FROM WS-WORK-MM
              ELSE
                 MOVE 12 TO WS-WORK-MM
                 SUBTRACT 1 FROM WS-WORK-CCYY
              END-IF
              PERFORM 8100-DAYS-IN-MONTH
              MOVE WS-MONTH-DAYS TO WS-WORK-DD
           END-IF.

       8100-DAYS-IN-MONTH.
           EVALUATE WS-WORK-MM
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31 TO WS-MONTH-DAYS
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN 02
                 DIVIDE WS-WORK-CCYY BY 4
                    GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = 0
                    MOVE 29 TO WS-MONTH-DAYS
                 ELSE
                    MOVE 28 TO WS-MONTH-DAYS
                 END-IF
           END-EVALUATE.

       9700-RAISE-ALERT.
           MOVE 'SRCMERGE' TO AL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO AL-RUN-NUMBER
           CALL 'ALERTLOG' USING ALERT-PARM.

       9800-LOG-WARNING.
           MOVE 'SRCMERGE' TO WL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO WL-RUN-NUMBER
