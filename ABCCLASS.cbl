       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ABCCLASS.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : INVENTORY CLASSIFICATION                        *
      *                                                                *
      *  Function    : ABC VELOCITY CLASSIFICATION. EVERY ITEM ON      *
      *                ITEMMAST IS VALUED AT THE RETAIL VALUE IT SOLD  *
      *                IN THE LAST CLOSED FISCAL YEAR (ANNSTAT) PLUS   *
      *                THE CLOSED PERIODS SINCE (PTDARCH), RANKED FROM *
      *                THE BEST SELLER DOWN, AND CLASSED A, B OR C BY  *
      *                THE CUMULATIVE SHARE OF TOTAL VALUE ALREADY     *
      *                TAKEN BY THE BETTER SELLERS AGAINST THE         *
      *                CUT-OFFS IN ABCPARM (DEFAULT A 80%, B 95%).     *
      *                ITEMS THAT SOLD NOTHING ARE CLASS C. THE NEW    *
      *                CLASS IS WRITTEN BACK TO ITEMMAST, EXCEPT ON A  *
      *                TRIAL RUN, AND EVERY ITEM CHANGING CLASS IS     *
      *                LISTED ON THE ABCRPT RECLASSIFICATION REPORT    *
      *                WITH A SUMMARY BY CLASS. REPLEN, REPORT6 AND    *
      *                CYCSEL USE THE CLASS. A LIVE RUN CLAIMS THE     *
      *                ITEMMAST LOCK ON THE MSTLOCK CONTROL FILE AND   *
      *                ENDS WITH RETURN CODE 8, UPDATING NOTHING,      *
      *                WHILE THE DRIVER CHAIN OR ANOTHER JOB HOLDS IT. *
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
           SELECT ITEM-MAST ASSIGN TO ITEMMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-MAST-STATUS.
           SELECT ANNSTAT-IN ASSIGN TO ANNSTAT
           FILE STATUS IS WS-ANNSTAT-STATUS.
           SELECT PTDARCH-IN ASSIGN TO PTDARCH
           FILE STATUS IS WS-ARCH-STATUS.
           SELECT PARM-IN ASSIGN TO ABCPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO ABCRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ITEM-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
      *
       FD ANNSTAT-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 42 CHARACTERS.
       01 ANNSTAT-RECORD.
           05 AN-FISCAL-YEAR                 PIC 9(4).
           05 AN-ITEM                        PIC X(6).
           05 AN-COUNT                       PIC 9(9).
           05 AN-UNITS                       PIC S9(9).
           05 AN-VALUE                       PIC S9(13)V99.
      *
       FD PTDARCH-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.
       01 PTDARCH-RECORD.
          05 PTA-CLOSE-DATE                 PIC 9(08).
          05 PTA-FISCAL-YEAR                PIC 9(04).
          05 PTA-FISCAL-PERIOD              PIC 9(02).
          05 PTA-ITEM                       PIC X(06).
          05 PTA-COUNT                      PIC 9(09).
          05 PTA-UNITS                      PIC S9(09).
          05 PTA-VALUE                      PIC S9(11)V99.
          05 PTA-CATEGORY                   PIC X(06).
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-A-CUTOFF                  PIC 9(3).
           05 PARM-B-CUTOFF                  PIC 9(3).
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
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
       01 WS-ITEM-MAST-STATUS                PIC X(2).
           88 ITEM-MAST-OK                   VALUE "00".
           88 ITEM-MAST-EOF                  VALUE "10".
       01 WS-ANNSTAT-STATUS                  PIC X(2).
           88 ANNSTAT-OK                     VALUE "00".
           88 ANNSTAT-EOF                    VALUE "10".
           88 ANNSTAT-NOT-FOUND              VALUE "35".
       01 WS-ARCH-STATUS                     PIC X(2).
           88 ARCH-OK                        VALUE "00".
           88 ARCH-EOF                       VALUE "10".
           88 ARCH-NOT-FOUND                 VALUE "35".
       01 WS-PARM-IN-STATUS                  PIC X(2).
           88 PARM-IN-OK                     VALUE "00".
           88 PARM-IN-EOF                    VALUE "10".
           88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-TRIAL-FLAG                      PIC X VALUE 'N'.
           88 TRIAL-RUN                      VALUE 'Y'.
       01 WS-RANKING-DONE                    PIC X VALUE 'N'.
           88 RANKING-DONE                   VALUE 'Y'.
       01 WS-ANNSTAT-PRESENT                 PIC X VALUE 'N'.
           88 ANNSTAT-PRESENT                VALUE 'Y'.
      *
       01 WS-TRIAL-BANNER                    PIC X(31) VALUE
           '** TRIAL RUN - NOT FOR ISSUE **'.
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
      *    Cut-offs are cumulative percentages of total retail value:
      *    items inside the first WS-A-CUTOFF per cent are class A,
      *    the next band up to WS-B-CUTOFF per cent class B, the
      *    rest class C.
       01 WS-A-CUTOFF                        PIC 9(3) VALUE 80.
       01 WS-B-CUTOFF                        PIC 9(3) VALUE 95.
      *    Last fiscal year already summarised on ANNSTAT; archived
      *    periods of later years are added to it.
       01 WS-BASE-YEAR                       PIC 9(4) VALUE 0.
       01 WS-LATEST-ARCH-YEAR                PIC 9(4) VALUE 0.
       01 WS-TOTAL-VALUE                     PIC S9(15)V99 VALUE 0.
       01 WS-CUM-VALUE                       PIC S9(15)V99 VALUE 0.
       01 WS-CUM-PCT                         PIC 9(3)V99 VALUE 0.
       01 WS-BEST-INDEX                      PIC 9(4) VALUE 0.
       01 WS-BEST-VALUE                      PIC S9(13)V99 VALUE 0.
       01 WS-NEW-CLASS                       PIC X VALUE SPACE.
       01 WS-CL-SUB                          PIC 9 VALUE 0.
      *
      * Counters...
      *
       01 WS-ANNSTAT-READ-COUNT              PIC 9(9) VALUE 0.
       01 WS-ARCH-READ-COUNT                 PIC 9(9) VALUE 0.
       01 WS-ARCH-USED-COUNT                 PIC 9(9) VALUE 0.
       01 WS-UNMATCHED-COUNT                 PIC 9(9) VALUE 0.
       01 WS-RANKED-COUNT                    PIC 9(5) VALUE 0.
       01 WS-CHANGED-COUNT                   PIC 9(5) VALUE 0.
       01 WS-REWRITE-COUNT                   PIC 9(5) VALUE 0.
      *
      * Every item on the master, in key order, with the value it
      * sold over the classification window...
      *
       01 ITEM-TABLE.
          05 IT-ENTRIES                      PIC 9(4) VALUE 0.
          05 ITEM-TABLE-ENTRY
             OCCURS 1 TO 5000 TIMES
             DEPENDING ON IT-ENTRIES
             ASCENDING KEY IS IT-ITEM
             INDEXED BY IT.
             10 IT-ITEM                      PIC X(6).
             10 IT-DESC                      PIC X(30).
             10 IT-OLD-CLASS                 PIC X(1).
             10 IT-NEW-CLASS                 PIC X(1).
             10 IT-VALUE                     PIC S9(13)V99.
             10 IT-CUM-PCT                   PIC 9(3)V99.
             10 IT-RANKED                    PIC X(1).
                88 IT-ITEM-RANKED            VALUE 'Y'.
      *
      * Totals by class, A, B and C...
      *
       01 CLASS-TOTALS.
          05 CLASS-TOTAL-ENTRY OCCURS 3 TIMES.
             10 CL-ITEMS                     PIC 9(5) VALUE 0.
             10 CL-VALUE                     PIC S9(15)V99 VALUE 0.
       01 WS-CLASS-CODES                     PIC X(3) VALUE 'ABC'.
       01 FILLER REDEFINES WS-CLASS-CODES.
          05 WS-CLASS-CODE                   PIC X OCCURS 3 TIMES.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'ABC VELOCITY CLASSIFICATION'.
             10 FILLER                       PIC X(15)   VALUE
                'BUSINESS DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(69)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(11)   VALUE
                'A CUT-OFF: '.
             10 WS-H2-A-CUTOFF               PIC ZZ9.
             10 FILLER                       PIC X(16)   VALUE
                '%   B CUT-OFF: '.
             10 WS-H2-B-CUTOFF               PIC ZZ9.
             10 FILLER                       PIC X(28)   VALUE
                '%   SALES AFTER FISCAL YEAR '.
             10 WS-H2-BASE-YEAR              PIC 9(4).
             10 FILLER                       PIC X(67)   VALUE SPACES.
          05 WS-SECTION-MSG.
             10 WS-SEC-TITLE                 PIC X(40).
             10 FILLER                       PIC X(92)   VALUE SPACES.
          05 WS-HEADER3-MSG.
             10 FILLER                       PIC X(39)   VALUE
                'ITEM    DESCRIPTION'.
             10 FILLER                       PIC X(19)   VALUE
                '       RETAIL VALUE'.
             10 FILLER                       PIC X(10)   VALUE
                '     CUM %'.
             10 FILLER                       PIC X(12)   VALUE
                '   OLD   NEW'.
             10 FILLER                       PIC X(52)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-ITEM                  PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-DESC                  PIC X(30).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-VALUE                 PIC Z(13)9.99-.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-CUM-PCT               PIC ZZ9.99.
             10 FILLER                       PIC X(5)    VALUE SPACES.
             10 WS-DET-OLD-CLASS             PIC X(1).
             10 FILLER                       PIC X(5)    VALUE SPACES.
             10 WS-DET-NEW-CLASS             PIC X(1).
             10 FILLER                       PIC X(53)   VALUE SPACES.
          05 WS-HEADER4-MSG.
             10 FILLER                       PIC X(13)   VALUE
                'CLASS   ITEMS'.
             10 FILLER                       PIC X(21)   VALUE
                '         RETAIL VALUE'.
             10 FILLER                       PIC X(10)   VALUE
                '   SHARE %'.
             10 FILLER                       PIC X(88)   VALUE SPACES.
          05 WS-SUMMARY-LINE.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-SUM-CLASS                 PIC X(1).
             10 FILLER                       PIC X(5)    VALUE SPACES.
             10 WS-SUM-ITEMS                 PIC ZZZZ9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-SUM-VALUE                 PIC Z(15)9.99-.
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-SUM-PCT                   PIC ZZ9.99.
             10 FILLER                       PIC X(87)   VALUE SPACES.
          05 WS-NO-CHANGES-MSG               PIC X(40)   VALUE
             'NO ITEMS CHANGED CLASS'.
      *
       COPY ERRLOGL.
       COPY MSTLOCKL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-MAIN-PROCESS UNTIL RANKING-DONE

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF
           PERFORM 4600-READ-PARM-IN
           IF WS-A-CUTOFF = 0 OR WS-A-CUTOFF > WS-B-CUTOFF
                             OR WS-B-CUTOFF > 100
              DISPLAY '** ABCPARM CUT-OFFS ' WS-A-CUTOFF ' / '
                 WS-B-CUTOFF ' ARE NOT VALID **'
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           DISPLAY 'ABCCLASS: CUT-OFFS A ' WS-A-CUTOFF '% B '
              WS-B-CUTOFF '%'
           IF TRIAL-RUN
              DISPLAY 'ABCCLASS: TRIAL RUN - ITEMMAST NOT UPDATED'
           ELSE
              PERFORM 1050-CLAIM-MASTER-LOCK
           END-IF

           PERFORM 1100-LOAD-ITEM-TABLE
           PERFORM 1200-ADD-ANNUAL-SALES
           PERFORM 1300-ADD-PERIOD-SALES
           DISPLAY 'ABCCLASS: SALES AFTER FISCAL YEAR ' WS-BASE-YEAR
              ' FROM ' WS-ARCH-USED-COUNT ' ARCHIVED PERIOD RECORDS'

      *    Items that sold nothing, or netted a loss, take no share.
           PERFORM 1400-ADD-TO-TOTAL
              VARYING IT FROM 1 BY 1
              UNTIL IT > IT-ENTRIES

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           IF WS-TOTAL-VALUE = 0
              SET RANKING-DONE TO TRUE
           END-IF.

       1050-CLAIM-MASTER-LOCK.
      *    The master is left alone while the nightly chain or
      *    another maintenance run holds its lock.
           SET MK-CLAIM TO TRUE
           MOVE 'ITEMMAST' TO MK-MASTER
           MOVE 'ABCCLASS' TO MK-PROGRAM-ID
           MOVE 0 TO MK-RUN-NUMBER
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF MK-FILE-ERROR
              DISPLAY '** MASTER LOCK FILE IS NOT OK **'
              MOVE '1050-CLAIM-MASTER-LOCK' TO EL-PARAGRAPH
              MOVE 'MSTLOCK' TO EL-FILE-NAME
              PERFORM 9999-ABEND
           END-IF
           IF MK-LOCKED
              DISPLAY '** ITEMMAST IS LOCKED BY ' MK-HOLDER ' RUN '
                 MK-HOLDER-RUN ' SINCE ' MK-LOCK-DATE ' '
                 MK-LOCK-TIME ' - NOTHING UPDATED **'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       1100-LOAD-ITEM-TABLE.
      *    The master is left open for the class updates at the end;
      *    a trial only reads it.
           IF TRIAL-RUN
              OPEN INPUT ITEM-MAST
           ELSE
              OPEN I-O ITEM-MAST
           END-IF
           IF NOT ITEM-MAST-OK
              DISPLAY '** ITEM-MAST FILE IS NOT OK **'
              DISPLAY '** ITEM-MAST: ' WS-ITEM-MAST-STATUS
              MOVE '1100-LOAD-ITEM-TABLE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1110-LOAD-ONE-ITEM UNTIL ITEM-MAST-EOF.

       1110-LOAD-ONE-ITEM.
           READ ITEM-MAST NEXT RECORD
              AT END CONTINUE
           END-READ
           IF ITEM-MAST-OK
              IF IT-ENTRIES = 5000
                 DISPLAY '** ITEM TABLE FULL AT 5000 ITEMS **'
                 MOVE '1110-LOAD-ONE-ITEM' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO IT-ENTRIES
              SET IT TO IT-ENTRIES
              MOVE ITEM-CODE TO IT-ITEM(IT)
              MOVE ITEM-DESC TO IT-DESC(IT)
              MOVE ITEM-ABC-CLASS TO IT-OLD-CLASS(IT)
              MOVE 'C' TO IT-NEW-CLASS(IT)
              MOVE 0 TO IT-VALUE(IT)
              MOVE 0 TO IT-CUM-PCT(IT)
              MOVE 'N' TO IT-RANKED(IT)
           ELSE
              IF NOT ITEM-MAST-EOF
                 DISPLAY '** ITEM-MAST FILE IS NOT OK **'
                 DISPLAY '** ITEM-MAST: ' WS-ITEM-MAST-STATUS
                 MOVE '1110-LOAD-ONE-ITEM' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       1200-ADD-ANNUAL-SALES.
      *    ANNSTAT holds the last closed fiscal year only.
           OPEN INPUT ANNSTAT-IN
           IF ANNSTAT-NOT-FOUND
              DISPLAY '** WARNING: NO ANNSTAT - CLASSIFYING ON '
                 'ARCHIVED PERIODS ONLY **'
           ELSE
              IF NOT ANNSTAT-OK
                 DISPLAY '** ANNSTAT-IN FILE IS NOT OK **'
                 DISPLAY '** ANNSTAT-IN: ' WS-ANNSTAT-STATUS
                 MOVE '1200-ADD-ANNUAL-SALES' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE 'Y' TO WS-ANNSTAT-PRESENT
              PERFORM 1210-ADD-ONE-ANNSTAT UNTIL ANNSTAT-EOF
              CLOSE ANNSTAT-IN
           END-IF.

       1210-ADD-ONE-ANNSTAT.
           READ ANNSTAT-IN
              AT END CONTINUE
           END-READ
           IF ANNSTAT-OK
              ADD 1 TO WS-ANNSTAT-READ-COUNT
              MOVE AN-FISCAL-YEAR TO WS-BASE-YEAR
              SEARCH ALL ITEM-TABLE-ENTRY
                 AT END
                    ADD 1 TO WS-UNMATCHED-COUNT
                 WHEN IT-ITEM(IT) = AN-ITEM
                    ADD AN-VALUE TO IT-VALUE(IT)
              END-SEARCH
           ELSE
              IF NOT ANNSTAT-EOF
                 DISPLAY '** ANNSTAT-IN FILE IS NOT OK **'
                 DISPLAY '** ANNSTAT-IN: ' WS-ANNSTAT-STATUS
                 MOVE '1210-ADD-ONE-ANNSTAT' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       1300-ADD-PERIOD-SALES.
      *    Only periods after the year on ANNSTAT are taken, so no
      *    sale is counted twice. Without ANNSTAT the latest fiscal
      *    year on the archive is used on its own.
           OPEN INPUT PTDARCH-IN
           IF ARCH-NOT-FOUND
              DISPLAY '** WARNING: NO PTDARCH - NO CLOSED PERIODS '
                 'SINCE THE LAST YEAR END **'
           ELSE
              IF NOT ARCH-OK
                 DISPLAY '** PTDARCH-IN FILE IS NOT OK **'
                 DISPLAY '** PTDARCH-IN: ' WS-ARCH-STATUS
                 MOVE '1300-ADD-PERIOD-SALES' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              IF NOT ANNSTAT-PRESENT
                 PERFORM 1310-FIND-LATEST-ARCH-YEAR UNTIL ARCH-EOF
                 CLOSE PTDARCH-IN
                 IF WS-LATEST-ARCH-YEAR > 0
                    SUBTRACT 1 FROM WS-LATEST-ARCH-YEAR
                       GIVING WS-BASE-YEAR
                 END-IF
                 OPEN INPUT PTDARCH-IN
              END-IF
              PERFORM 1320-ADD-ONE-PTDARCH UNTIL ARCH-EOF
              CLOSE PTDARCH-IN
           END-IF.

       1310-FIND-LATEST-ARCH-YEAR.
           READ PTDARCH-IN
              AT END CONTINUE
           END-READ
           IF ARCH-OK
              IF PTA-FISCAL-YEAR > WS-LATEST-ARCH-YEAR
                 MOVE PTA-FISCAL-YEAR TO WS-LATEST-ARCH-YEAR
              END-IF
           ELSE
              IF NOT ARCH-EOF
                 DISPLAY '** PTDARCH-IN FILE IS NOT OK **'
                 DISPLAY '** PTDARCH-IN: ' WS-ARCH-STATUS
                 MOVE '1310-FIND-LATEST-ARCH-YEAR' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       1320-ADD-ONE-PTDARCH.
           READ PTDARCH-IN
              AT END CONTINUE
           END-READ
           IF ARCH-OK
              ADD 1 TO WS-ARCH-READ-COUNT
              IF PTA-FISCAL-YEAR > WS-BASE-YEAR
                 ADD 1 TO WS-ARCH-USED-COUNT
                 SEARCH ALL ITEM-TABLE-ENTRY
                    AT END
                       ADD 1 TO WS-UNMATCHED-COUNT
                    WHEN IT-ITEM(IT) = PTA-ITEM
                       ADD PTA-VALUE TO IT-VALUE(IT)
                 END-SEARCH
              END-IF
           ELSE
              IF NOT ARCH-EOF
                 DISPLAY '** PTDARCH-IN FILE IS NOT OK **'
                 DISPLAY '** PTDARCH-IN: ' WS-ARCH-STATUS
                 MOVE '1320-ADD-ONE-PTDARCH' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       1400-ADD-TO-TOTAL.
           IF IT-VALUE(IT) > 0
              ADD IT-VALUE(IT) TO WS-TOTAL-VALUE
           END-IF.

       2000-MAIN-PROCESS.
      *    Each pass ranks the best seller not yet ranked.
           MOVE 0 TO WS-BEST-INDEX
           MOVE 0 TO WS-BEST-VALUE

           PERFORM 2100-SCAN-FOR-BEST
              VARYING IT FROM 1 BY 1
              UNTIL IT > IT-ENTRIES

           IF WS-BEST-INDEX = 0
              SET RANKING-DONE TO TRUE
           ELSE
              PERFORM 2200-CLASSIFY-BEST
           END-IF.

       2100-SCAN-FOR-BEST.
           IF NOT IT-ITEM-RANKED(IT)
              IF IT-VALUE(IT) > WS-BEST-VALUE
                 SET WS-BEST-INDEX TO IT
                 MOVE IT-VALUE(IT) TO WS-BEST-VALUE
              END-IF
           END-IF.

       2200-CLASSIFY-BEST.
      *    The class goes by the share of value already taken by the
      *    better sellers, so the item that crosses a cut-off still
      *    falls in the higher class.
           SET IT TO WS-BEST-INDEX
           MOVE 'Y' TO IT-RANKED(IT)
           ADD 1 TO WS-RANKED-COUNT

           COMPUTE WS-CUM-PCT = WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
           EVALUATE TRUE
              WHEN WS-CUM-PCT < WS-A-CUTOFF
                 MOVE 'A' TO IT-NEW-CLASS(IT)
              WHEN WS-CUM-PCT < WS-B-CUTOFF
                 MOVE 'B' TO IT-NEW-CLASS(IT)
              WHEN OTHER
                 MOVE 'C' TO IT-NEW-CLASS(IT)
           END-EVALUATE

           ADD IT-VALUE(IT) TO WS-CUM-VALUE
           COMPUTE IT-CUM-PCT(IT) ROUNDED =
              WS-CUM-VALUE * 100 / WS-TOTAL-VALUE.

       3000-END-PROCESS.
           PERFORM 5000-PRINT-HEADINGS

           MOVE 'ITEMS CHANGING CLASS' TO WS-SEC-TITLE
           MOVE WS-SECTION-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER3-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 3100-APPLY-ONE-ITEM
              VARYING IT FROM 1 BY 1
              UNTIL IT > IT-ENTRIES

           IF WS-CHANGED-COUNT = 0
              MOVE WS-NO-CHANGES-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF

           PERFORM 5200-PRINT-SUMMARY

           CLOSE ITEM-MAST
           CLOSE PRINT-OUT

           IF NOT TRIAL-RUN
              PERFORM 7900-RELEASE-MASTER-LOCK
           END-IF

           DISPLAY 'ITEMS ON MASTER: ' IT-ENTRIES
           DISPLAY 'ANNSTAT RECORDS READ: ' WS-ANNSTAT-READ-COUNT
           DISPLAY 'PTDARCH RECORDS READ: ' WS-ARCH-READ-COUNT
           DISPLAY 'SALES FOR ITEMS NOT ON MASTER: '
              WS-UNMATCHED-COUNT
           DISPLAY 'ITEMS RANKED ON VALUE: ' WS-RANKED-COUNT
           DISPLAY 'ITEMS CHANGING CLASS: ' WS-CHANGED-COUNT
           DISPLAY 'ITEM MASTER RECORDS UPDATED: ' WS-REWRITE-COUNT.

       3100-APPLY-ONE-ITEM.
      *    Items that sold nothing, or netted a loss, were never
      *    ranked and stay in class C.
           MOVE IT-NEW-CLASS(IT) TO WS-NEW-CLASS
           EVALUATE WS-NEW-CLASS
              WHEN 'A'
                 MOVE 1 TO WS-CL-SUB
              WHEN 'B'
                 MOVE 2 TO WS-CL-SUB
              WHEN OTHER
                 MOVE 3 TO WS-CL-SUB
           END-EVALUATE
           ADD 1 TO CL-ITEMS(WS-CL-SUB)
           IF IT-VALUE(IT) > 0
              ADD IT-VALUE(IT) TO CL-VALUE(WS-CL-SUB)
           END-IF

           IF IT-NEW-CLASS(IT) NOT = IT-OLD-CLASS(IT)
              ADD 1 TO WS-CHANGED-COUNT
              PERFORM 5100-PRINT-CHANGE
              IF NOT TRIAL-RUN
                 PERFORM 3200-REWRITE-ITEM-CLASS
              END-IF
           END-IF.

       3200-REWRITE-ITEM-CLASS.
           MOVE IT-ITEM(IT) TO ITEM-CODE
           READ ITEM-MAST
              INVALID KEY
                 DISPLAY '** ITEM ' IT-ITEM(IT)
                    ' NO LONGER ON ITEM-MAST - NOT UPDATED **'
              NOT INVALID KEY
                 MOVE WS-NEW-CLASS TO ITEM-ABC-CLASS
                 REWRITE ITEM-RECORD
                 IF NOT ITEM-MAST-OK
                    DISPLAY '** ITEM-MAST REWRITE IS NOT OK **'
                    DISPLAY '** ITEM-MAST: ' WS-ITEM-MAST-STATUS
                    MOVE '3200-REWRITE-ITEM-CLASS' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO WS-REWRITE-COUNT
           END-READ.

       4600-READ-PARM-IN.
           OPEN INPUT PARM-IN
           IF PARM-IN-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT PARM-IN-OK
                 DISPLAY '** PARM-IN FILE IS NOT OK **'
                 DISPLAY '** PARM-IN: ' WS-PARM-IN-STATUS
                 MOVE '4600-READ-PARM-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              READ PARM-IN
                 AT END SET PARM-IN-EOF TO TRUE
              END-READ
              IF PARM-IN-OK
                 IF PARM-A-CUTOFF NUMERIC
                    MOVE PARM-A-CUTOFF TO WS-A-CUTOFF
                 END-IF
                 IF PARM-B-CUTOFF NUMERIC
                    MOVE PARM-B-CUTOFF TO WS-B-CUTOFF
                 END-IF
              END-IF
              CLOSE PARM-IN
           END-IF.

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
                 MOVE RC-TRIAL-FLAG TO WS-TRIAL-FLAG
              END-IF
              CLOSE RUNCTL-IN
           END-IF.

       5000-PRINT-HEADINGS.
           MOVE WS-BUSINESS-DATE TO WS-H1-DATE
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           IF TRIAL-RUN
              MOVE WS-TRIAL-BANNER TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF
           MOVE WS-A-CUTOFF TO WS-H2-A-CUTOFF
           MOVE WS-B-CUTOFF TO WS-H2-B-CUTOFF
           MOVE WS-BASE-YEAR TO WS-H2-BASE-YEAR
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-PRINT-CHANGE.
           MOVE IT-ITEM(IT) TO WS-DET-ITEM
           MOVE IT-DESC(IT) TO WS-DET-DESC
           MOVE IT-VALUE(IT) TO WS-DET-VALUE
           MOVE IT-CUM-PCT(IT) TO WS-DET-CUM-PCT
           MOVE IT-OLD-CLASS(IT) TO WS-DET-OLD-CLASS
           MOVE IT-NEW-CLASS(IT) TO WS-DET-NEW-CLASS
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5200-PRINT-SUMMARY.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'CLASS SUMMARY' TO WS-SEC-TITLE
           MOVE WS-SECTION-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER4-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           PERFORM 5210-PRINT-CLASS-LINE
              VARYING WS-CL-SUB FROM 1 BY 1
              UNTIL WS-CL-SUB > 3.

       5210-PRINT-CLASS-LINE.
           MOVE WS-CLASS-CODE(WS-CL-SUB) TO WS-SUM-CLASS
           MOVE CL-ITEMS(WS-CL-SUB) TO WS-SUM-ITEMS
           MOVE CL-VALUE(WS-CL-SUB) TO WS-SUM-VALUE
           IF WS-TOTAL-VALUE > 0
              COMPUTE WS-SUM-PCT ROUNDED =
                 CL-VALUE(WS-CL-SUB) * 100 / WS-TOTAL-VALUE
           ELSE
              MOVE 0 TO WS-SUM-PCT
           END-IF
           MOVE WS-SUMMARY-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       7900-RELEASE-MASTER-LOCK.
           SET MK-RELEASE TO TRUE
           MOVE 'ITEMMAST' TO MK-MASTER
           MOVE 'ABCCLASS' TO MK-PROGRAM-ID
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF NOT MK-DONE
              DISPLAY '** WARNING: LOCK ON ITEMMAST NOT RELEASED - '
                 'FREE IT WITH LOCKCTL **'
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-ABEND.
           MOVE 'ABCCLASS' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
