           SELECT SUBST-OUT ASSIGN TO SUBREG.
           SELECT TRFREG-OUT ASSIGN TO TRFREG
           FILE STATUS IS WS-TRFREG-STATUS.
           SELECT OVRHIST-OUT ASSIGN TO OVRHIST
           FILE STATUS IS WS-OVRHIST-STATUS.
           SELECT ADJCAP-OUT ASSIGN TO ADJCAP.
           SELECT ADJTRL-OUT ASSIGN TO ADJCTRL.
           SELECT ADJREL-IN ASSIGN TO ADJREL
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-IN-STATUS.
           SELECT RECALL-IN ASSIGN TO RECALLS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RCL-ITEM
           FILE STATUS IS WS-RECALL-IN-STATUS.
           SELECT PROMO-IN ASSIGN TO PROMOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-KEY
           ALTERNATE RECORD KEY IS PR-ITEM WITH DUPLICATES
           FILE STATUS IS WS-PROMO-IN-STATUS.
           SELECT BRANCH-IN ASSIGN TO BRANCHES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BRANCH-NO
           FILE STATUS IS WS-BRANCH-IN-STATUS.
           SELECT MGMTSUM-OUT ASSIGN TO MGMTSUM
           FILE STATUS IS WS-MGMTSUM-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-BALANCE-OUT-STATUS.
           SELECT VALUE-OUT ASSIGN TO VALCNT
           FILE STATUS IS WS-VALUE-OUT-STATUS.
           SELECT CREDSTAT-IN ASSIGN TO CREDSTAT
           FILE STATUS IS WS-CREDSTAT-STATUS.
           SELECT HELD-OUT ASSIGN TO HELDMV.

       DATA DIVISION.

       FD ITEM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.

       FD RECALL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.
           COPY RECALLR.

       FD PROMO-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS.
           COPY PROMOR.

       FD BRANCH-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS.
           COPY BRANCHR.

       FD FILEIN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           05 TR-SIDE PIC X(1).
           05 TR-DATE PIC 9(8).

       FD OVRHIST-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 45 CHARACTERS.
           COPY OVRHISTR.

       FD ADJCAP-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 37 CHARACTERS.
           COPY VALCNT.

       FD CREDSTAT-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 37 CHARACTERS.
           COPY CREDSTR.

       FD HELD-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
       01 HELD-OUT-RECORD.
           05 HLD-MOVEMENT PIC X(25).
           05 HLD-REASON PIC X(2).
       01 HELD-TRAILER-RECORD.
           05 HLD-TRAILER-ID PIC X(6).
           05 HLD-TRAILER-COUNT PIC 9(9).
           05 FILLER PIC X(12).

       WORKING-STORAGE SECTION.

       01 WS-EOF-POINT PIC X VALUE 'N'.
       01 WS-TRFREG-STATUS PIC X(2).
           88 TRFREG-OK VALUE "00".
           88 TRFREG-NOT-FOUND VALUE "35".
       01 WS-OVRHIST-STATUS PIC X(2).
           88 OVRHIST-OK VALUE "00".
           88 OVRHIST-NOT-FOUND VALUE "35".
       01 WS-COUNT-TRANSFER-SIDES PIC 9(5) VALUE 0.
       01 WS-COUNT-TRANSFER-REJECTS PIC 9(5) VALUE 0.
       01 WS-COUNT-REASON-REJECTS PIC 9(5) VALUE 0.
           88 ADJREL-NOT-FOUND VALUE "35".
       01 WS-COUNT-ADJ-CAPTURED PIC 9(5) VALUE 0.
       01 WS-COUNT-ADJ-RELEASED PIC 9(5) VALUE 0.
       01 WS-RECALL-IN-STATUS PIC X(2).
           88 RECALL-IN-OK VALUE "00".
           88 RECALL-IN-NOT-FOUND VALUE "35".
       01 WS-RECALLS-PRESENT PIC X VALUE 'N'.
           88 RECALLS-PRESENT VALUE 'Y'.
       01 WS-ITEM-RECALLED PIC X VALUE 'N'.
           88 ITEM-RECALLED VALUE 'Y'.
       01 WS-COUNT-RECALL-REJECTS PIC 9(5) VALUE 0.
       01 WS-PROMO-IN-STATUS PIC X(2).
           88 PROMO-IN-OK VALUE "00", "02".
           88 PROMO-IN-EOF VALUE "10".
           88 PROMO-IN-NOT-FOUND VALUE "35".
       01 WS-PROMOS-PRESENT PIC X VALUE 'N'.
           88 PROMOS-PRESENT VALUE 'Y'.
       01 WS-BRANCH-IN-STATUS PIC X(2).
           88 BRANCH-IN-OK VALUE "00".
           88 BRANCH-IN-NOT-FOUND VALUE "35".
       01 WS-BRANCHES-PRESENT PIC X VALUE 'N'.
           88 BRANCHES-PRESENT VALUE 'Y'.
       01 WS-EXPECTED-PRICE PIC 9(5)V99 VALUE 0.
       01 WS-PROMO-PRICED PIC X VALUE 'N'.
           88 PROMO-PRICED VALUE 'Y'.
       01 WS-PROMO-SCAN-DONE PIC X VALUE 'N'.
           88 PROMO-SCAN-DONE VALUE 'Y'.
       01 WS-REGION-BRANCH PIC X(4) VALUE LOW-VALUES.
       01 WS-MOVEMENT-REGION PIC X(2) VALUE SPACES.
       01 WS-COUNT-PROMO-PRICED PIC 9(5) VALUE 0.
       01 WS-CREDSTAT-STATUS PIC X(2).
           88 CREDSTAT-OK VALUE "00".
           88 CREDSTAT-EOF VALUE "10".
           88 CREDSTAT-NOT-FOUND VALUE "35".
       01 WS-CREDSTAT-PRESENT PIC X VALUE 'N'.
           88 CREDSTAT-PRESENT VALUE 'Y'.
       01 WS-CREDIT-HELD PIC X VALUE 'N'.
           88 CREDIT-HELD VALUE 'Y'.
       01 WS-COUNT-HELD-RECORDS PIC 9(5) VALUE 0.
       01 WS-COUNT-HOLD-HELD PIC 9(5) VALUE 0.
       01 WS-COUNT-LIMIT-HELD PIC 9(5) VALUE 0.

      *    One entry per partner from the nightly CREDEXP run; the
      *    exposure is carried forward here by each sale accepted.
       01 CREDIT-TABLE.
           05 CE-ENTRIES PIC 9(3) VALUE 0.
           05 CREDIT-ENTRY
             OCCURS 1 TO 200 TIMES
             DEPENDING ON CE-ENTRIES
             INDEXED BY CE.
             10 CE-PARTNER PIC X(2).
             10 CE-CREDIT-LIMIT PIC 9(11)V99.
             10 CE-EXPOSURE PIC 9(13)V99.
             10 CE-STATUS PIC X(1).
                88 CE-ON-HOLD VALUE 'H'.

      *    Sized well above the largest daily file yet seen - the
      *    guard below is a last-ditch stop, not an expected limit.

           PERFORM OPEN-ITEM-IN

           PERFORM OPEN-RECALL-IN

           PERFORM OPEN-PROMO-IN

           PERFORM LOAD-CREDIT-STATUS

           OPEN INPUT FILEIN
           OPEN OUTPUT REJECT-OUT
           OPEN OUTPUT DUP-OUT
           OPEN OUTPUT ACCEPT-OUT
           OPEN OUTPUT PRCOVR-OUT
           OPEN OUTPUT SUBST-OUT
           OPEN OUTPUT HELD-OUT
      *    A trial run's captured adjustments go to the ADJCTRL side
      *    file so the real run's ADJCAP capture for the same date
      *    is not clobbered.
              MOVE 'PROGRAM-CONTROL' TO EL-PARAGRAPH
              PERFORM ABEND-PROGRAM
           END-IF
      *    Price overrides accumulate on OVRHIST for the compliance
      *    report; a trial run's overrides are not real trading.
           IF NOT TRIAL-RUN
              OPEN EXTEND OVRHIST-OUT
              IF OVRHIST-NOT-FOUND
                 OPEN OUTPUT OVRHIST-OUT
              END-IF
              IF NOT OVRHIST-OK
                 DISPLAY '** OVRHIST FILE IS NOT OK **'
                 MOVE 'PROGRAM-CONTROL' TO EL-PARAGRAPH
                 PERFORM ABEND-PROGRAM
              END-IF
           END-IF
           PERFORM CHECK-FILEIN-HEADER
           IF HEADER-PRESENT
              PERFORM WRITE-ACCEPT-HEADER
           PERFORM WRITE-PRCOVR-TRAILER
           PERFORM WRITE-SUBST-TRAILER
           PERFORM WRITE-ADJCAP-TRAILER
           PERFORM WRITE-HELD-TRAILER
           CLOSE FILEIN
           CLOSE REJECT-OUT
           CLOSE DUP-OUT
           CLOSE ACCEPT-OUT
           CLOSE PRCOVR-OUT
           CLOSE SUBST-OUT
           CLOSE HELD-OUT
           CLOSE TRFREG-OUT
           IF NOT TRIAL-RUN
              CLOSE OVRHIST-OUT
           END-IF
           IF TRIAL-RUN
              CLOSE ADJTRL-OUT
           ELSE
              CLOSE ADJCAP-OUT
           END-IF
           CLOSE ITEM-IN
           IF RECALLS-PRESENT
              CLOSE RECALL-IN
           END-IF
           IF PROMOS-PRESENT
              CLOSE PROMO-IN
           END-IF
           IF BRANCHES-PRESENT
              CLOSE BRANCH-IN
           END-IF

           DISPLAY 'ALL RECORDS: ' WS-COUNT-RECORDS
           DISPLAY 'ALL VALID RECORDS: ' WS-COUNT-VALID-RECORDS
              WS-COUNT-OPTION-DATE-REJECTS
           DISPLAY 'DUPLICATE RECORDS: ' WS-COUNT-DUP-RECORDS
           DISPLAY 'PRICE OVERRIDE RECORDS: ' WS-COUNT-PRICE-OVERRIDES
           DISPLAY 'PROMOTION PRICED RECORDS: ' WS-COUNT-PROMO-PRICED
           DISPLAY 'SUBSTITUTED RECORDS: ' WS-COUNT-SUBSTITUTIONS
           DISPLAY 'REJECTED FOR DISCONTINUED ITEM: '
              WS-COUNT-DISC-REJECTS
              WS-COUNT-REASON-REJECTS
           DISPLAY 'ADJUSTMENTS CAPTURED FOR REVIEW: '
              WS-COUNT-ADJ-CAPTURED
           DISPLAY 'REJECTED FOR RECALLED ITEM: '
              WS-COUNT-RECALL-REJECTS
           DISPLAY 'HELD FOR CREDIT: ' WS-COUNT-HELD-RECORDS
           DISPLAY 'HELD FOR PARTNER ON CREDIT HOLD: '
              WS-COUNT-HOLD-HELD
           DISPLAY 'HELD FOR PARTNER OVER CREDIT LIMIT: '
              WS-COUNT-LIMIT-HELD

           PERFORM DISPLAY-OPTION-BREAKDOWN
              VARYING OT FROM 1 BY 1 UNTIL OT > OT-ENTRIES
           MOVE 'ADJCAP' TO BAL-FILE-ID
           MOVE WS-COUNT-ADJ-CAPTURED TO BAL-RECORD-COUNT
           WRITE BALANCE-COUNT-RECORD
           MOVE 'HELDMV' TO BAL-FILE-ID
           MOVE WS-COUNT-HELD-RECORDS TO BAL-RECORD-COUNT
           WRITE BALANCE-COUNT-RECORD
           CLOSE BALANCE-OUT.

       WRITE-VALUE-COUNTS.
              PERFORM ABEND-PROGRAM
           END-IF.

       OPEN-RECALL-IN.
      *    No RECALLS master simply means nothing is under recall.
           OPEN INPUT RECALL-IN
           IF RECALL-IN-OK
              MOVE 'Y' TO WS-RECALLS-PRESENT
           ELSE
              IF NOT RECALL-IN-NOT-FOUND
                 DISPLAY '** RECALL-IN FILE IS NOT OK **'
                 DISPLAY '** RECALL-IN: ' WS-RECALL-IN-STATUS
                 MOVE 'OPEN-RECALL-IN' TO EL-PARAGRAPH
                 PERFORM ABEND-PROGRAM
              END-IF
           END-IF.

       CHECK-RECALL.
      *    A recalled item may not be sold from its recall date on;
      *    returns and transfers still flow so the stock can be got
      *    back.
           MOVE 'N' TO WS-ITEM-RECALLED
           IF RECALLS-PRESENT AND MOVEMENT-SALE
              MOVE ITEM TO RCL-ITEM
              READ RECALL-IN
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF RCL-ACTIVE
                       AND (WS-BUSINESS-DATE = 0
                       OR WS-BUSINESS-DATE NOT < RCL-RECALL-DATE)
                       MOVE 'Y' TO WS-ITEM-RECALLED
                    END-IF
              END-READ
           END-IF.

       OPEN-PROMO-IN.
      *    No PROMOS master means nothing is on promotion. Regional
      *    promotions need the branch master to place each branch in
      *    its region; without it only chain-wide promotions apply.
           OPEN INPUT PROMO-IN
           IF PROMO-IN-OK
              MOVE 'Y' TO WS-PROMOS-PRESENT
              OPEN INPUT BRANCH-IN
              IF BRANCH-IN-OK
                 MOVE 'Y' TO WS-BRANCHES-PRESENT
              ELSE
                 IF BRANCH-IN-NOT-FOUND
                    DISPLAY '** WARNING: NO BRANCH MASTER - REGIONAL '
                       'PROMOTIONS NOT APPLIED **'
                 ELSE
                    DISPLAY '** BRANCH-IN FILE IS NOT OK **'
                    DISPLAY '** BRANCH-IN: ' WS-BRANCH-IN-STATUS
                    MOVE 'OPEN-PROMO-IN' TO EL-PARAGRAPH
                    PERFORM ABEND-PROGRAM
                 END-IF
              END-IF
           ELSE
              IF NOT PROMO-IN-NOT-FOUND
                 DISPLAY '** PROMO-IN FILE IS NOT OK **'
                 DISPLAY '** PROMO-IN: ' WS-PROMO-IN-STATUS
                 MOVE 'OPEN-PROMO-IN' TO EL-PARAGRAPH
                 PERFORM ABEND-PROGRAM
              END-IF
           END-IF.

       CHECK-PROMOTION.
      *    While a promotion for the item covers the business date, a
      *    sale or return is expected at the promotional price instead
      *    of standard retail. A promotion for the region of the
      *    movement's branch takes precedence over a chain-wide one.
           MOVE WS-ITEM-STD-RETAIL TO WS-EXPECTED-PRICE
           MOVE 'N' TO WS-PROMO-PRICED
           IF PROMOS-PRESENT AND WS-BUSINESS-DATE > 0
              AND (MOVEMENT-SALE OR MOVEMENT-RETURN)
              MOVE 'N' TO WS-PROMO-SCAN-DONE
              MOVE ITEM TO PR-ITEM
              START PROMO-IN KEY IS EQUAL TO PR-ITEM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM CHECK-ONE-PROMOTION UNTIL PROMO-SCAN-DONE
              END-START
              IF PROMO-PRICED
                 ADD 1 TO WS-COUNT-PROMO-PRICED
              END-IF
           END-IF.

       CHECK-ONE-PROMOTION.
           READ PROMO-IN NEXT RECORD
              AT END MOVE 'Y' TO WS-PROMO-SCAN-DONE
           END-READ
           IF NOT PROMO-IN-OK AND NOT PROMO-IN-EOF
              DISPLAY '** PROMO-IN FILE IS NOT OK **'
              DISPLAY '** PROMO-IN: ' WS-PROMO-IN-STATUS
              MOVE 'CHECK-ONE-PROMOTION' TO EL-PARAGRAPH
              PERFORM ABEND-PROGRAM
           END-IF
           IF PROMO-SCAN-DONE OR PR-ITEM NOT = ITEM
              MOVE 'Y' TO WS-PROMO-SCAN-DONE
           ELSE
              IF WS-BUSINESS-DATE NOT < PR-START-DATE
                 AND WS-BUSINESS-DATE NOT > PR-END-DATE
                 IF PR-ALL-REGIONS
                    IF NOT PROMO-PRICED
                       MOVE PR-PROMO-PRICE TO WS-EXPECTED-PRICE
                       MOVE 'Y' TO WS-PROMO-PRICED
                    END-IF
                 ELSE
                    PERFORM FIND-BRANCH-REGION
                    IF PR-REGION = WS-MOVEMENT-REGION
                       MOVE PR-PROMO-PRICE TO WS-EXPECTED-PRICE
                       MOVE 'Y' TO WS-PROMO-PRICED
                       MOVE 'Y' TO WS-PROMO-SCAN-DONE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       FIND-BRANCH-REGION.
      *    The region of the last branch looked up is kept, since a
      *    branch's movements arrive together.
           IF BRANCH NOT = WS-REGION-BRANCH
              MOVE BRANCH TO WS-REGION-BRANCH
              MOVE SPACES TO WS-MOVEMENT-REGION
              IF BRANCHES-PRESENT
                 MOVE BRANCH TO BRANCH-NO
                 READ BRANCH-IN
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE BRANCH-REGION TO WS-MOVEMENT-REGION
                 END-READ
              END-IF
           END-IF.

       LOAD-CREDIT-STATUS.
      *    No CREDSTAT file means no exposure has been struck yet, so
      *    nothing is held for credit.
           OPEN INPUT CREDSTAT-IN
           IF CREDSTAT-NOT-FOUND
              DISPLAY '** WARNING: NO CREDIT STATUS FILE **'
           ELSE
              IF NOT CREDSTAT-OK
                 DISPLAY '** CREDSTAT-IN FILE IS NOT OK **'
                 DISPLAY '** CREDSTAT-IN: ' WS-CREDSTAT-STATUS
                 MOVE 'LOAD-CREDIT-STATUS' TO EL-PARAGRAPH
                 PERFORM ABEND-PROGRAM
              END-IF
              MOVE 'Y' TO WS-CREDSTAT-PRESENT
              PERFORM LOAD-ONE-CREDIT-STATUS UNTIL CREDSTAT-EOF
              CLOSE CREDSTAT-IN
           END-IF.

       LOAD-ONE-CREDIT-STATUS.
           READ CREDSTAT-IN
              AT END CONTINUE
           END-READ
           IF CREDSTAT-OK
              AND (CS-ON-HOLD OR CS-CREDIT-LIMIT > 0)
              IF CE-ENTRIES = 200
                 DISPLAY '** CREDIT STATUS TABLE FULL **'
                 MOVE 'LOAD-ONE-CREDIT-STATUS' TO EL-PARAGRAPH
                 PERFORM ABEND-PROGRAM
              END-IF
              ADD 1 TO CE-ENTRIES
              MOVE CS-PARTNER TO CE-PARTNER(CE-ENTRIES)
              MOVE CS-CREDIT-LIMIT TO CE-CREDIT-LIMIT(CE-ENTRIES)
              MOVE CS-EXPOSURE TO CE-EXPOSURE(CE-ENTRIES)
              MOVE CS-STATUS TO CE-STATUS(CE-ENTRIES)
           END-IF.

       CHECK-CREDIT.
      *    A partner on credit hold has its sales and returns held
      *    back. Otherwise a sale that would take the partner past
      *    its limit is held, while returns still flow since they
      *    only bring the exposure down. Transfers carry no partner.
           MOVE 'N' TO WS-CREDIT-HELD
           IF CREDSTAT-PRESENT
              AND (MOVEMENT-SALE OR MOVEMENT-RETURN)
              SET CE TO 1
              SEARCH CREDIT-ENTRY
                 AT END
                    CONTINUE
                 WHEN CE-PARTNER(CE) = PARTNER-CODE
                    IF CE-ON-HOLD(CE)
                       MOVE 'Y' TO WS-CREDIT-HELD
                       ADD 1 TO WS-COUNT-HOLD-HELD
                       MOVE 'CH' TO HLD-REASON
                    ELSE
                       IF MOVEMENT-SALE AND CE-CREDIT-LIMIT(CE) > 0
                          COMPUTE WS-MOVEMENT-VALUE = PRICE * QUANTITY
                          IF CE-EXPOSURE(CE) + WS-MOVEMENT-VALUE
                             > CE-CREDIT-LIMIT(CE)
                             MOVE 'Y' TO WS-CREDIT-HELD
                             ADD 1 TO WS-COUNT-LIMIT-HELD
                             MOVE 'CL' TO HLD-REASON
                          ELSE
                             ADD WS-MOVEMENT-VALUE TO CE-EXPOSURE(CE)
                          END-IF
                       END-IF
                    END-IF
              END-SEARCH
           END-IF.

       WRITE-HELD-TRAILER.
           MOVE SPACES TO HELD-TRAILER-RECORD
           MOVE 'TRAILR' TO HLD-TRAILER-ID
           MOVE WS-COUNT-HELD-RECORDS TO HLD-TRAILER-COUNT
           WRITE HELD-TRAILER-RECORD.

       CHECK-ITEM-MASTER.
           MOVE 'N' TO WS-ITEM-ON-FILE
           MOVE 0 TO WS-ITEM-STD-RETAIL

       CHECK-PRICE-BAND.
      *    The movement price must sit within the tolerance band
      *    around the expected price - the item master's standard
      *    retail, or the promotional price while a promotion runs;
      *    a zero expected price has nothing to check against.
           MOVE 'Y' TO WS-PRICE-IN-BAND
           PERFORM CHECK-PROMOTION
           IF WS-EXPECTED-PRICE > 0
              COMPUTE WS-PRICE-BAND-LOW =
                 WS-EXPECTED-PRICE -
                 (WS-EXPECTED-PRICE * WS-PRICE-TOLERANCE-PCT / 100)
              COMPUTE WS-PRICE-BAND-HIGH =
                 WS-EXPECTED-PRICE +
                 (WS-EXPECTED-PRICE * WS-PRICE-TOLERANCE-PCT / 100)
              IF PRICE < WS-PRICE-BAND-LOW
                 OR PRICE > WS-PRICE-BAND-HIGH
                 MOVE 'N' TO WS-PRICE-IN-BAND
           MOVE PRICE TO POV-PRICE
           MOVE QUANTITY TO POV-QUANTITY
           MOVE MOVEMENT-TYPE TO POV-MOVEMENT-TYPE
           MOVE WS-EXPECTED-PRICE TO POV-EXPECTED-PRICE
           WRITE PRCOVR-OUT-RECORD
           IF NOT TRIAL-RUN
              MOVE WS-RUN-NUMBER TO OVH-RUN-NUMBER
              MOVE WS-BUSINESS-DATE TO OVH-BUSINESS-DATE
              MOVE POV-ITEM TO OVH-ITEM
              MOVE POV-OPTION TO OVH-OPTION
              MOVE POV-PARTNER-CODE TO OVH-PARTNER-CODE
              MOVE POV-BRANCH TO OVH-BRANCH
              MOVE POV-PRICE TO OVH-PRICE
              MOVE POV-QUANTITY TO OVH-QUANTITY
              MOVE POV-MOVEMENT-TYPE TO OVH-MOVEMENT-TYPE
              MOVE POV-EXPECTED-PRICE TO OVH-EXPECTED-PRICE
              WRITE OVERRIDE-HIST-RECORD
           END-IF.

       WRITE-PRCOVR-TRAILER.
           MOVE SPACES TO PRCOVR-TRAILER-RECORD
              WRITE REJECT-OUT-RECORD
              READ FILEIN AT END MOVE 'Y' TO WS-EOF-POINT
           ELSE
              PERFORM CHECK-RECALL
              IF ITEM-RECALLED
                 ADD 1 TO WS-COUNT-REJECT-RECORDS
                 ADD 1 TO WS-COUNT-RECALL-REJECTS
                 MOVE FILEIN-RECORD TO REJ-MOVEMENT
                 MOVE 'RC' TO REJ-REASON
                 WRITE REJECT-OUT-RECORD
                 READ FILEIN AT END MOVE 'Y' TO WS-EOF-POINT
              ELSE
                 IF NOT MOVEMENT-TYPE-VALID
                    ADD 1 TO WS-COUNT-REJECT-RECORDS
                    ADD 1 TO WS-COUNT-MOVEMENT-REJECTS
                    MOVE FILEIN-RECORD TO REJ-MOVEMENT
                    MOVE 'MV' TO REJ-REASON
                    WRITE REJECT-OUT-RECORD
                    READ FILEIN AT END MOVE 'Y' TO WS-EOF-POINT
                 ELSE
      *             Transfer references and adjustment reason codes ride
      *             the partner-code bytes and must be two digits - a
      *             namespace the partner master may not use, so a ref
      *             or reason can never total against a real partner in
      *             the partner-keyed reports and statements downstream.
                    IF (MOVEMENT-TRANSFER OR MOVEMENT-ADJUSTMENT)
                       AND PARTNER-CODE NOT NUMERIC
                       ADD 1 TO WS-COUNT-REJECT-RECORDS
                       IF MOVEMENT-TRANSFER
                          ADD 1 TO WS-COUNT-TRANSFER-REJECTS
                          MOVE 'TR' TO REJ-REASON
                       ELSE
                          ADD 1 TO WS-COUNT-REASON-REJECTS
                          MOVE 'AR' TO REJ-REASON
                       END-IF
                       MOVE FILEIN-RECORD TO REJ-MOVEMENT
                       WRITE REJECT-OUT-RECORD
                       READ FILEIN AT END MOVE 'Y' TO WS-EOF-POINT
                    ELSE
                       PERFORM CHECK-PRICE-BAND
                       IF PRICE-IN-BAND
                          PERFORM VALIDATE-OPTION-CODE
                       ELSE
                          PERFORM WRITE-PRCOVR-RECORD
                          READ FILEIN AT END MOVE 'Y' TO WS-EOF-POINT
                       END-IF
                    END-IF
                 END-IF
              END-IF
                       ADD 1 TO WS-COUNT-ADJ-CAPTURED
                       PERFORM WRITE-ADJCAP-RECORD
                    ELSE
      *                A movement held for credit goes to HELDMV with
      *                its reason instead of the accepted file.
                       PERFORM CHECK-CREDIT
                       IF CREDIT-HELD
                          ADD 1 TO WS-COUNT-HELD-RECORDS
                          MOVE FILEIN-RECORD TO HLD-MOVEMENT
                          WRITE HELD-OUT-RECORD
                       ELSE
                          PERFORM ACCEPT-MOVEMENT
                       END-IF
                    END-IF
                 ELSE
           END-SEARCH

           READ FILEIN AT END MOVE 'Y' TO WS-EOF-POINT.

       ACCEPT-MOVEMENT.
           ADD 1 TO WS-COUNT-VALID-RECORDS
           ADD 1 TO OT-VALID-COUNT(OT)
           COMPUTE WS-MOVEMENT-VALUE = PRICE * QUANTITY
           IF MOVEMENT-OUTBOUND
              SUBTRACT WS-MOVEMENT-VALUE FROM WS-ACCEPTED-NET-VALUE
           ELSE
              ADD WS-MOVEMENT-VALUE TO WS-ACCEPTED-NET-VALUE
           END-IF
           MOVE FILEIN-RECORD TO ACCEPT-OUT-RECORD
           WRITE ACCEPT-OUT-RECORD
      *    A trial run registers nothing - the real run for the date
      *    appends its own sides to the cumulative register.
           IF MOVEMENT-TRANSFER AND NOT TRIAL-RUN
              PERFORM WRITE-TRFREG-RECORD
           END-IF.
