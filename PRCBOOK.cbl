      *  Function    : FOLLOWING A PRCAPPLY RUN, BUILD AN OUTBOUND     *
      *                PRICE-BOOK FILE PER TRADING PARTNER FROM THE    *
      *                ITEMMAST ITEM MASTER - ITEM, DESCRIPTION,       *
      *                STANDARD RETAIL AND EFFECTIVE DATE - EACH FILE  *
      *                ADDRESSED FROM THE PARTNERS MASTER THE WAY      *
      *                PSTMT ADDRESSES ITS STATEMENTS AND BRACKETED BY *
      *                THE USUAL HEADER AND TRAILER. EACH BOOK IS THE  *
      *                DATASET THE PARTNER'S ACTIVE PRCBK ENTRY ON THE *
      *                DISTDIR DISTRIBUTION DIRECTORY NAMES, ALLOCATED *
      *                THROUGH DSALLOC TO THE PRCBK DD AS REP4SPLT     *
      *                ALLOCATES ITS PARTNER FILES; A PARTNER WITH NO  *
      *                ENTRY IS REPORTED AND SKIPPED. A DISTRIBUTION   *
      *                CONTROL REPORT LISTS EVERY BOOK PRODUCED.       *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
           FILE STATUS IS WS-PARTNER-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT DISTDIR-IN ASSIGN TO DISTDIR
           FILE STATUS IS WS-DISTDIR-STATUS.
           SELECT PRCBK-FILE ASSIGN TO PRCBK
           FILE STATUS IS WS-PRCBK-STATUS.
           SELECT PRINT-OUT ASSIGN TO PRCBPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
       FD ITEM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
      *
       FD PARTNER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 171 CHARACTERS.
           COPY PARTNERR.
      *
       FD RUNCTL-IN
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
      *
       FD DISTDIR-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 79 CHARACTERS.
           COPY DISTDIRR.
      *
       FD PRCBK-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01 PRCBK-RECORD                       PIC X(60).
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-DISTDIR-STATUS                  PIC X(2).
           88 DISTDIR-OK                     VALUE "00".
           88 DISTDIR-EOF                    VALUE "10".
           88 DISTDIR-NOT-FOUND              VALUE "35".
       01 WS-PRCBK-STATUS                    PIC X(2).
           88 PRCBK-OK                       VALUE "00".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-EFFECTIVE-DATE                  PIC 9(8) VALUE 0.
       01 WS-CUR-FILE-NO                     PIC 9(3) VALUE 0.
       01 WS-PRCBK-DSNAME                    PIC X(44) VALUE SPACES.
       01 WS-BOOKS-PRODUCED                  PIC 9(3) VALUE 0.
       01 WS-SKIPPED-PARTNERS                PIC 9(3) VALUE 0.
       01 WS-BOOK-LINE-COUNT                 PIC 9(7) VALUE 0.
       01 WS-BOOK-RECORD                     PIC X(60) VALUE SPACES.
            10 IT-DESC                       PIC X(30).
            10 IT-RETAIL                     PIC 9(5)V99.
      *
      * Book datasets loaded from the active PRCBK entries of the
      * distribution directory...
      *
       01 DIRECTORY-TABLE.
          05 DT-ENTRIES                      PIC 9(3) VALUE 0.
          05 DIRECTORY-TABLE-ENTRY
            OCCURS 1 TO 500 TIMES
            DEPENDING ON DT-ENTRIES
            INDEXED BY DT.
            10 DT-PARTNER                    PIC X(2).
            10 DT-DSNAME                     PIC X(44).
      *
      * Price-book record layouts...
      *
       01 WS-BOOK-HEADER.
                '     ITEMS'.
             10 FILLER                       PIC X(35)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-FILE                  PIC ZZ9.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-PARTNER               PIC X(2).
             10 FILLER                       PIC X(7)    VALUE SPACES.
             10 WS-DET-NAME                  PIC X(30).
             10 FILLER                       PIC X(36)   VALUE SPACES.
      *
       COPY ERRLOGL.
       COPY DSALLOCL.

       PROCEDURE DIVISION.
      *
              ACCEPT WS-EFFECTIVE-DATE FROM DATE
           END-IF

           PERFORM 1700-LOAD-DIRECTORY

           OPEN INPUT ITEM-IN
           IF NOT ITEM-IN-OK
              DISPLAY '** ITEM-IN FILE IS NOT OK **'
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       1700-LOAD-DIRECTORY.
           OPEN INPUT DISTDIR-IN
           IF DISTDIR-NOT-FOUND
              DISPLAY '** NO DISTRIBUTION DIRECTORY - NO BOOK '
                 'FILE CAN BE ALLOCATED **'
              MOVE '1700-LOAD-DIRECTORY' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           IF NOT DISTDIR-OK
              DISPLAY '** DISTDIR FILE IS NOT OK **'
              DISPLAY '** DISTDIR: ' WS-DISTDIR-STATUS
              MOVE '1700-LOAD-DIRECTORY' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1800-LOAD-ONE-DIRECTORY UNTIL DISTDIR-EOF
           CLOSE DISTDIR-IN.

       1800-LOAD-ONE-DIRECTORY.
           READ DISTDIR-IN
              AT END CONTINUE
           END-READ
           IF DISTDIR-OK
              IF DD-FILE-ID = 'PRCBK' AND DD-IS-ACTIVE
                 IF DD-PARTNER = SPACES OR DD-DSNAME = SPACES
                    DISPLAY '** INVALID DIRECTORY ENTRY IGNORED: '
                       DIST-DIR-RECORD
                 ELSE
                    IF DT-ENTRIES = 500
                       DISPLAY '** DIRECTORY TABLE FULL **'
                       MOVE '1800-LOAD-ONE-DIRECTORY' TO EL-PARAGRAPH
                       PERFORM 9999-ABEND
                    END-IF
                    ADD 1 TO DT-ENTRIES
                    MOVE DD-PARTNER TO DT-PARTNER(DT-ENTRIES)
                    MOVE DD-DSNAME TO DT-DSNAME(DT-ENTRIES)
                 END-IF
              END-IF
           END-IF.

       2000-LOAD-ONE-ITEM.
           READ ITEM-IN NEXT RECORD
              AT END CONTINUE
              AT END CONTINUE
           END-READ
           IF PARTNER-IN-OK
              PERFORM 5650-LOOKUP-DIRECTORY
              IF WS-PRCBK-DSNAME = SPACES
                 ADD 1 TO WS-SKIPPED-PARTNERS
                 DISPLAY '** NO BOOK FILE FOR PARTNER ' PARTNER-CODE
                    ' - SKIPPED **'
              ELSE
                 ADD 1 TO WS-CUR-FILE-NO
                 PERFORM 3100-WRITE-ONE-BOOK
              END-IF
           END-IF.
           CLOSE PRINT-OUT

           IF WS-SKIPPED-PARTNERS > 0
              DISPLAY '** PARTNERS WITH NO DIRECTORY ENTRY SKIPPED: '
                 WS-SKIPPED-PARTNERS ' **'
           END-IF

           DISPLAY 'PRICE BOOKS PRODUCED: ' WS-BOOKS-PRODUCED.

       5300-WRITE-TO-CURRENT-BOOK.
           MOVE WS-BOOK-RECORD TO PRCBK-RECORD
           WRITE PRCBK-RECORD.

       5400-CLOSE-CURRENT-BOOK.
           CLOSE PRCBK-FILE
           SET DA-FREE TO TRUE
           CALL 'DSALLOC' USING DSALLOC-PARM.

       5650-LOOKUP-DIRECTORY.
           MOVE SPACES TO WS-PRCBK-DSNAME
           SET DT TO 1
           SEARCH DIRECTORY-TABLE-ENTRY
              AT END
                 CONTINUE
              WHEN DT-PARTNER(DT) = PARTNER-CODE
                 MOVE DT-DSNAME(DT) TO WS-PRCBK-DSNAME
           END-SEARCH.

       5700-OPEN-CURRENT-BOOK.
      *    Each partner's book dataset is allocated in turn to the fixed
      *    PRCBK DD.
           MOVE 'PRCBK' TO DA-DDNAME
           MOVE WS-PRCBK-DSNAME TO DA-DSNAME
           MOVE 60 TO DA-LRECL
           SET DA-ALLOC-OUTPUT TO TRUE
           CALL 'DSALLOC' USING DSALLOC-PARM
           IF DA-FAILED
              DISPLAY '** PRCBK NOT ALLOCATED FOR PARTNER '
                 PARTNER-CODE ' RC ' DA-DYN-RC ': ' WS-PRCBK-DSNAME
              MOVE '5700-OPEN-CURRENT-BOOK' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT PRCBK-FILE
           IF NOT PRCBK-OK
              DISPLAY '** PRICE BOOK FILE FOR PARTNER ' PARTNER-CODE
                 ' IS NOT OK **'
              DISPLAY '** PRCBK: ' WS-PRCBK-STATUS ' '
                 WS-PRCBK-DSNAME
              MOVE '5700-OPEN-CURRENT-BOOK' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.
