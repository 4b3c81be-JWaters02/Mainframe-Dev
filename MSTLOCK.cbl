       IDENTIFICATION DIVISION.
       PROGRAM-ID.   MSTLOCK.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : MASTER-FILE LOCKING                             *
      *                                                                *
      *  Function    : CALLED BY DRIVER AND THE MASTER MAINTENANCE     *
      *                PROGRAMS TO QUERY, CLAIM AND RELEASE LOCKS ON   *
      *                THE MSTLOCK MASTER-LOCK CONTROL FILE, AND BY    *
      *                LOCKCTL TO FORCE-RELEASE A LOCK LEFT BEHIND BY  *
      *                AN ABENDED RUN. A MASTER LOCKED BY ONE PROGRAM  *
      *                CANNOT BE CLAIMED BY ANOTHER UNTIL IT IS        *
      *                RELEASED. NEVER ABENDS THE CALLER: A CONTROL    *
      *                FILE THAT CANNOT BE READ OR WRITTEN IS RETURNED *
      *                AS RESULT 9 FOR THE CALLER TO ACT ON.           *
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
           SELECT LOCK-FILE ASSIGN TO MSTLOCK
           FILE STATUS IS WS-LOCK-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD LOCK-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 63 CHARACTERS.
           COPY MSTLOCKR.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-LOCK-STATUS                    PIC X(2).
          88 LOCK-OK                        VALUE "00".
          88 LOCK-EOF                       VALUE "10".
          88 LOCK-NOT-FOUND                 VALUE "35".
       01 WS-LOCK-FAILED                    PIC X VALUE 'N'.
          88 LOCK-FAILED                    VALUE 'Y'.
       01 WS-MASTER-FOUND                   PIC X VALUE 'N'.
          88 MASTER-FOUND                   VALUE 'Y'.
       01 WS-LOCK-DATE                      PIC 9(8) VALUE 0.
       01 WS-LOCK-TIME                      PIC 9(8) VALUE 0.
       01 WS-LOCK-SUB                       PIC 9(3) VALUE 0.
      *
      * The whole control file is held while a call is serviced and
      * written back complete after any change...
      *
       01 WS-LOCK-TABLE.
          05 WS-LOCK-ENTRIES                PIC 9(3) VALUE 0.
          05 WS-LOCK-ENTRY
             OCCURS 1 TO 100 TIMES
             DEPENDING ON WS-LOCK-ENTRIES
             INDEXED BY LX.
             10 WS-LOCK-RECORD              PIC X(63).
      *
       LINKAGE SECTION.
      *
       01 LK-MSTLOCK-PARM.
          05 LK-FUNCTION                    PIC X(01).
             88 LK-QUERY                    VALUE 'Q'.
             88 LK-CLAIM                    VALUE 'C'.
             88 LK-RELEASE                  VALUE 'R'.
             88 LK-FORCE-RELEASE            VALUE 'F'.
          05 LK-MASTER                      PIC X(08).
          05 LK-PROGRAM-ID                  PIC X(08).
          05 LK-RUN-NUMBER                  PIC 9(05).
          05 LK-HOLDER                      PIC X(08).
          05 LK-HOLDER-RUN                  PIC 9(05).
          05 LK-LOCK-DATE                   PIC 9(08).
          05 LK-LOCK-TIME                   PIC 9(08).
          05 LK-RESULT                      PIC X(01).
      *
       PROCEDURE DIVISION USING LK-MSTLOCK-PARM.
      *
       PROGRAM-CONTROL.
           MOVE SPACES TO LK-HOLDER
           MOVE 0 TO LK-HOLDER-RUN
           MOVE 0 TO LK-LOCK-DATE
           MOVE 0 TO LK-LOCK-TIME
           MOVE '0' TO LK-RESULT
           MOVE 'N' TO WS-LOCK-FAILED

           PERFORM 1000-LOAD-LOCK-FILE
           IF LOCK-FAILED
              MOVE '9' TO LK-RESULT
           ELSE
              PERFORM 2000-FIND-MASTER
              EVALUATE TRUE
                 WHEN LK-QUERY
                    PERFORM 2100-QUERY-LOCK
                 WHEN LK-CLAIM
                    PERFORM 2200-CLAIM-LOCK
                 WHEN LK-RELEASE
                    PERFORM 2300-RELEASE-LOCK
                 WHEN LK-FORCE-RELEASE
                    PERFORM 2400-FORCE-RELEASE-LOCK
                 WHEN OTHER
                    DISPLAY '** MSTLOCK: UNKNOWN FUNCTION '
                       LK-FUNCTION ' **'
                    MOVE '9' TO LK-RESULT
              END-EVALUATE
           END-IF

           GOBACK.

       1000-LOAD-LOCK-FILE.
      *    No control file yet means nothing has ever been locked.
           MOVE 0 TO WS-LOCK-ENTRIES
           OPEN INPUT LOCK-FILE
           IF LOCK-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT LOCK-OK
                 DISPLAY '** MSTLOCK: MSTLOCK FILE IS NOT OK: '
                    WS-LOCK-STATUS ' **'
                 MOVE 'Y' TO WS-LOCK-FAILED
              ELSE
                 PERFORM 1100-LOAD-ONE-LOCK
                    UNTIL LOCK-EOF OR LOCK-FAILED
                 CLOSE LOCK-FILE
              END-IF
           END-IF.

       1100-LOAD-ONE-LOCK.
           READ LOCK-FILE
              AT END SET LOCK-EOF TO TRUE
           END-READ
           IF LOCK-OK
              IF WS-LOCK-ENTRIES = 100
                 DISPLAY '** MSTLOCK: LOCK TABLE FULL **'
                 MOVE 'Y' TO WS-LOCK-FAILED
              ELSE
                 ADD 1 TO WS-LOCK-ENTRIES
                 MOVE MASTER-LOCK-RECORD
                    TO WS-LOCK-RECORD(WS-LOCK-ENTRIES)
              END-IF
           ELSE
              IF NOT LOCK-EOF
                 DISPLAY '** MSTLOCK: MSTLOCK FILE IS NOT OK: '
                    WS-LOCK-STATUS ' **'
                 MOVE 'Y' TO WS-LOCK-FAILED
              END-IF
           END-IF.

       2000-FIND-MASTER.
      *    Leaves the master's entry in the record area when found.
           MOVE 'N' TO WS-MASTER-FOUND
           PERFORM 2010-TEST-ONE-MASTER
              VARYING WS-LOCK-SUB FROM 1 BY 1
              UNTIL WS-LOCK-SUB > WS-LOCK-ENTRIES OR MASTER-FOUND.

       2010-TEST-ONE-MASTER.
           SET LX TO WS-LOCK-SUB
           MOVE WS-LOCK-RECORD(LX) TO MASTER-LOCK-RECORD
           IF MLK-MASTER = LK-MASTER
              MOVE 'Y' TO WS-MASTER-FOUND
           END-IF.

       2100-QUERY-LOCK.
           IF MASTER-FOUND AND MLK-LOCKED
              PERFORM 2900-RETURN-HOLDER
              MOVE '1' TO LK-RESULT
           END-IF.

       2200-CLAIM-LOCK.
           IF MASTER-FOUND AND MLK-LOCKED
              AND MLK-HOLDER NOT = LK-PROGRAM-ID
              PERFORM 2900-RETURN-HOLDER
              MOVE '1' TO LK-RESULT
           ELSE
              IF NOT MASTER-FOUND
                 IF WS-LOCK-ENTRIES = 100
                    DISPLAY '** MSTLOCK: LOCK TABLE FULL **'
                    MOVE '9' TO LK-RESULT
                 ELSE
                    ADD 1 TO WS-LOCK-ENTRIES
                    SET LX TO WS-LOCK-ENTRIES
                    MOVE SPACES TO MASTER-LOCK-RECORD
                    MOVE LK-MASTER TO MLK-MASTER
                    MOVE 0 TO MLK-RELEASE-DATE
                    MOVE 0 TO MLK-RELEASE-TIME
                 END-IF
              END-IF
              IF LK-RESULT = '0'
                 ACCEPT WS-LOCK-DATE FROM DATE
                 ACCEPT WS-LOCK-TIME FROM TIME
                 MOVE 'L' TO MLK-STATUS
                 MOVE LK-PROGRAM-ID TO MLK-HOLDER
                 MOVE LK-RUN-NUMBER TO MLK-RUN-NUMBER
                 MOVE WS-LOCK-DATE TO MLK-LOCK-DATE
                 MOVE WS-LOCK-TIME TO MLK-LOCK-TIME
                 MOVE MASTER-LOCK-RECORD TO WS-LOCK-RECORD(LX)
                 PERFORM 2900-RETURN-HOLDER
                 PERFORM 3000-WRITE-LOCK-FILE
              END-IF
           END-IF.

       2300-RELEASE-LOCK.
      *    Only the holder may release its own lock.
           IF NOT MASTER-FOUND OR NOT MLK-LOCKED
              MOVE '2' TO LK-RESULT
           ELSE
              IF MLK-HOLDER NOT = LK-PROGRAM-ID
                 PERFORM 2900-RETURN-HOLDER
                 MOVE '1' TO LK-RESULT
              ELSE
                 MOVE 'N' TO MLK-RELEASE-TYPE
                 PERFORM 2500-FREE-MASTER
              END-IF
           END-IF.

       2400-FORCE-RELEASE-LOCK.
      *    The holder freed is returned so the operator can see whose
      *    lock was broken.
           IF NOT MASTER-FOUND OR NOT MLK-LOCKED
              MOVE '2' TO LK-RESULT
           ELSE
              PERFORM 2900-RETURN-HOLDER
              MOVE 'F' TO MLK-RELEASE-TYPE
              PERFORM 2500-FREE-MASTER
           END-IF.

       2500-FREE-MASTER.
           ACCEPT WS-LOCK-DATE FROM DATE
           ACCEPT WS-LOCK-TIME FROM TIME
           MOVE 'F' TO MLK-STATUS
           MOVE WS-LOCK-DATE TO MLK-RELEASE-DATE
           MOVE WS-LOCK-TIME TO MLK-RELEASE-TIME
           MOVE LK-PROGRAM-ID TO MLK-RELEASED-BY
           MOVE MASTER-LOCK-RECORD TO WS-LOCK-RECORD(LX)
           PERFORM 3000-WRITE-LOCK-FILE.

       2900-RETURN-HOLDER.
           MOVE MLK-HOLDER TO LK-HOLDER
           MOVE MLK-RUN-NUMBER TO LK-HOLDER-RUN
           MOVE MLK-LOCK-DATE TO LK-LOCK-DATE
           MOVE MLK-LOCK-TIME TO LK-LOCK-TIME.

       3000-WRITE-LOCK-FILE.
           OPEN OUTPUT LOCK-FILE
           IF NOT LOCK-OK
              DISPLAY '** MSTLOCK: MSTLOCK FILE COULD NOT BE '
                 'WRITTEN: ' WS-LOCK-STATUS ' **'
              MOVE '9' TO LK-RESULT
           ELSE
              PERFORM 3010-WRITE-ONE-LOCK
                 VARYING WS-LOCK-SUB FROM 1 BY 1
                 UNTIL WS-LOCK-SUB > WS-LOCK-ENTRIES
              CLOSE LOCK-FILE
           END-IF.

       3010-WRITE-ONE-LOCK.
           SET LX TO WS-LOCK-SUB
           MOVE WS-LOCK-RECORD(LX) TO MASTER-LOCK-RECORD
           WRITE MASTER-LOCK-RECORD.
