      *                WITH THE EX6 BRANCH ENRICHMENT (DESCRIPTION,    *
      *                REGION, MANAGER FROM BRCHOUT) AND THE PARTNER   *
      *                NAMES FROM THE PARTNERS MASTER, AS ONE          *
      *                DENORMALISED COMMA-DELIMITED FILE WITH A HEADER *
      *                (BUSINESS DATE, GENERATION) AND A TRAILER       *
      *                (COUNTS AND VALUE TOTALS) PER THE WAREHOUSE     *
      *                INTAKE STANDARD. EACH DETAIL CARRIES THE ITEM'S *
      *                SALES-TAX CODE AND THE TAX ON ITS RETAIL VALUE  *
      *                AT THE RATE IN FORCE ON THE HISTORY DATE        *
      *                (THROUGH TAXLKUP), FOLLOWED BY THE ITEM'S       *
      *                DEPARTMENT AND CATEGORY FROM ITEMMAST, AND THE  *
      *                TRAILER CARRIES THE TAX TOTAL. RUN BY DRIVER AS *
      *                THE FINAL CHAIN STEP.                           *
      *                                                                *
      *----------------------------------------------------------------*
           RECORD KEY IS PARTNER-CODE
           FILE STATUS IS WS-PARTNER-IN-STATUS.
           SELECT REP-HISTORY ASSIGN TO REPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-RECORD-KEY
           ALTERNATE RECORD KEY IS HIST-BRANCH WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-ITEM WITH DUPLICATES
           FILE STATUS IS WS-HIST-STATUS.
           SELECT ITEM-IN ASSIGN TO ITEMMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT FEED-OUT ASSIGN TO DWFEED
       FD PARTNER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 171 CHARACTERS.
           COPY PARTNERR.
      *
       FD REP-HISTORY
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
           COPY REPHIST.
      *
       FD ITEM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           88 PARTNER-IN-EOF                 VALUE "10".
           88 PARTNER-IN-NOT-FOUND           VALUE "35".
       01 WS-HIST-STATUS                     PIC X(2).
           88 HIST-OK                        VALUE "00", "02".
           88 HIST-EOF                       VALUE "10".
       01 WS-ITEM-IN-STATUS                  PIC X(2).
           88 ITEM-IN-OK                     VALUE "00".
           88 ITEM-IN-NOT-FOUND              VALUE "35".
       01 WS-ITEM-IN-OPEN                    PIC X VALUE 'N'.
           88 ITEM-IN-OPEN                   VALUE 'Y'.
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
       01 WS-BRANCH-REGION                   PIC X(2) VALUE SPACES.
       01 WS-BRANCH-MANAGER                  PIC X(20) VALUE SPACES.
       01 WS-PARTNER-NAME                    PIC X(30) VALUE SPACES.
       01 WS-ITEM-DEPT                       PIC X(2) VALUE SPACES.
       01 WS-ITEM-CAT-CODE                   PIC X(4) VALUE SPACES.
       01 WS-UNITS-DISP                      PIC 9(5) VALUE 0.
       01 WS-RETURNS-DISP                    PIC 9(5) VALUE 0.
       01 WS-COST-DISP                       PIC 9(7).99.
       01 WS-RETAIL-DISP                     PIC 9(7).99.
       01 WS-TAX-DISP                        PIC -9(7).99.
       01 WS-COUNT-DISP                      PIC 9(9) VALUE 0.
      *
      * Counters...
       01 WS-RETAIL-TOTAL                    PIC 9(11)V99 VALUE 0.
       01 WS-COST-TOTAL-DISP                 PIC 9(11).99.
       01 WS-RETAIL-TOTAL-DISP               PIC 9(11).99.
       01 WS-TAX-TOTAL                       PIC S9(11)V99 VALUE 0.
       01 WS-TAX-TOTAL-DISP                  PIC -9(11).99.
       01 WS-UNTAXED-COUNT                   PIC 9(9) VALUE 0.
      *
      * Branch enrichment table from BRCHOUT...
      *
           ASCENDING KEY IS PT-CODE INDEXED BY PT.
           05 PT-CODE                        PIC X(2).
           05 PT-NAME                        PIC X(30).
      *
       COPY TAXLKUPL.
      *
       COPY ERRLOGL.
      *

           PERFORM 1400-LOAD-PARTNER-TABLE

           PERFORM 1500-OPEN-ITEM-MASTER

           OPEN INPUT REP-HISTORY
           IF NOT HIST-OK
              DISPLAY '** REP-HISTORY FILE IS NOT OK **'
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
      *    The run's own date is read straight from the date-ordered
      *    history; without a run control the whole file still goes.
           IF WS-BUSINESS-DATE NOT = 0
              MOVE WS-BUSINESS-DATE TO HIST-DATE
              MOVE LOW-VALUES TO HIST-KEY
              START REP-HISTORY KEY IS NOT LESS THAN HIST-RECORD-KEY
                 INVALID KEY
                    SET HIST-EOF TO TRUE
              END-START
           END-IF

           OPEN OUTPUT FEED-OUT
           IF NOT FEED-OK
              MOVE PARTNER-NAME TO PT-NAME(PT-ENTRIES)
           END-IF.

       1500-OPEN-ITEM-MASTER.
           OPEN INPUT ITEM-IN
           IF ITEM-IN-NOT-FOUND
              DISPLAY '** WARNING: NO ITEM MASTER - DEPARTMENT AND '
                 'CATEGORY WILL BE BLANK **'
           ELSE
              IF NOT ITEM-IN-OK
                 DISPLAY '** ITEM-IN FILE IS NOT OK **'
                 DISPLAY '** ITEM-IN: ' WS-ITEM-IN-STATUS
                 MOVE '1500-OPEN-ITEM-MASTER' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE 'Y' TO WS-ITEM-IN-OPEN
           END-IF.

       2000-MAIN-PROCESS.
           READ REP-HISTORY NEXT RECORD
              AT END CONTINUE
           END-READ
           IF HIST-OK AND WS-BUSINESS-DATE NOT = 0
              AND HIST-DATE > WS-BUSINESS-DATE
              SET HIST-EOF TO TRUE
           END-IF
           IF HIST-OK
              IF HIST-DATE = WS-BUSINESS-DATE
                 OR WS-BUSINESS-DATE = 0

           PERFORM 2200-LOOKUP-BRANCH
           PERFORM 2300-LOOKUP-PARTNER
           PERFORM 2400-LOOKUP-TAX
           PERFORM 2500-LOOKUP-CATEGORY

           MOVE HIST-UNITS TO WS-UNITS-DISP
           MOVE HIST-RETURN-UNITS TO WS-RETURNS-DISP
                  WS-COST-DISP DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RETAIL-DISP DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  TL-TAX-CODE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-TAX-DISP DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-ITEM-DEPT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-ITEM-CAT-CODE DELIMITED BY SIZE
                  INTO WS-FEED-LINE
           END-STRING
           MOVE WS-FEED-LINE TO FEED-OUT-RECORD
              END-SEARCH
           END-IF.

       2400-LOOKUP-TAX.
      *    An item that cannot be taxed goes to the warehouse with a
      *    blank code and no tax; TAXPOST has already reported it.
           MOVE 'L' TO TL-FUNCTION
           MOVE HIST-ITEM TO TL-ITEM
           MOVE HIST-DATE TO TL-DATE
           MOVE HIST-RETAIL-VALUE TO TL-TAXABLE-VALUE
           CALL 'TAXLKUP' USING TAXLKUP-PARM
           IF TL-FILE-ERROR
              DISPLAY '** TAX MASTERS ARE NOT AVAILABLE **'
              MOVE '2400-LOOKUP-TAX' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           IF NOT TL-TAXED
              ADD 1 TO WS-UNTAXED-COUNT
              MOVE SPACES TO TL-TAX-CODE
           END-IF
           ADD TL-TAX-VALUE TO WS-TAX-TOTAL
           MOVE TL-TAX-VALUE TO WS-TAX-DISP.

       2500-LOOKUP-CATEGORY.
           MOVE SPACES TO WS-ITEM-DEPT
           MOVE SPACES TO WS-ITEM-CAT-CODE
           IF ITEM-IN-OPEN
              MOVE HIST-ITEM TO ITEM-CODE
              READ ITEM-IN
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ITEM-DEPT TO WS-ITEM-DEPT
                    MOVE ITEM-CAT-CODE TO WS-ITEM-CAT-CODE
              END-READ
           END-IF.

       3000-END-PROCESS.
           MOVE 'C' TO TL-FUNCTION
           CALL 'TAXLKUP' USING TAXLKUP-PARM

           PERFORM 5100-WRITE-FEED-TRAILER

      *    A trial run's feed is never transmitted, so it must not

           CLOSE REP-HISTORY
           CLOSE FEED-OUT
           IF ITEM-IN-OPEN
              CLOSE ITEM-IN
           END-IF

           DISPLAY 'FEED DETAIL RECORDS: ' WS-FEED-COUNT
           DISPLAY 'HISTORY RECORDS OUTSIDE DATE: ' WS-SKIPPED-COUNT
           DISPLAY 'FEED DETAIL RECORDS NOT TAXED: ' WS-UNTAXED-COUNT.

       5000-WRITE-FEED-HEADER.
           MOVE SPACES TO WS-FEED-LINE
           MOVE WS-FEED-COUNT TO WS-COUNT-DISP
           MOVE WS-COST-TOTAL TO WS-COST-TOTAL-DISP
           MOVE WS-RETAIL-TOTAL TO WS-RETAIL-TOTAL-DISP
           MOVE WS-TAX-TOTAL TO WS-TAX-TOTAL-DISP
           MOVE SPACES TO WS-FEED-LINE
           STRING 'TRL' DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-COST-TOTAL-DISP DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RETAIL-TOTAL-DISP DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-TAX-TOTAL-DISP DELIMITED BY SIZE
                  INTO WS-FEED-LINE
           END-STRING
           MOVE WS-FEED-LINE TO FEED-OUT-RECORD
