       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LOCKCTL.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : MASTER-FILE LOCKING                             *
      *                                                                *
      *  Function    : OPERATOR UTILITY FOR THE MSTLOCK MASTER-LOCK    *
      *                CONTROL FILE. THE LOCKPARM PARAMETER NAMES THE  *
      *                ACTION: LIST - DISPLAY EVERY MASTER WITH ITS    *
      *                HOLDER, RUN, LOCK TIME AND LAST RELEASE (THE    *
      *                DEFAULT WHEN NO PARAMETER IS GIVEN); FREE -     *
      *                FORCE-RELEASE THE NAMED MASTER LEFT LOCKED BY   *
      *                AN ABENDED RUN, THEN LIST. FREEING A MASTER     *
      *                THAT IS NOT LOCKED ENDS WITH RETURN CODE 4.     *
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
           SELECT PARM-IN ASSIGN TO LOCKPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
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
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 12 CHARACTERS.
       01 PARM-IN-RECORD.
           05 LP-ACTION                      PIC X(4).
              88 LP-ACTION-LIST              VALUE 'LIST'.
              88 LP-ACTION-FREE              VALUE 'FREE'.
           05 LP-MASTER                      PIC X(8).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-LOCK-STATUS                     PIC X(2).
           88 LOCK-OK                        VALUE "00".
           88 LOCK-EOF                       VALUE "10".
           88 LOCK-NOT-FOUND                 VALUE "35".
       01 WS-PARM-IN-STATUS                  PIC X(2).
           88 PARM-IN-OK                     VALUE "00".
           88 PARM-IN-EOF                    VALUE "10".
           88 PARM-IN-NOT-FOUND              VALUE "35".
      *
       01 WS-LOCK-READ-COUNT                 PIC 9(3) VALUE 0.
       01 WS-LOCKED-COUNT                    PIC 9(3) VALUE 0.
      *
       01 WS-LIST-HEAD-MSG.
          05 FILLER                          PIC X(10)   VALUE
             'MASTER'.
          05 FILLER                          PIC X(8)    VALUE
             'STATUS'.
          05 FILLER                          PIC X(10)   VALUE
             'HOLDER'.
          05 FILLER                          PIC X(7)    VALUE
             'RUN'.
          05 FILLER                          PIC X(19)   VALUE
             'LOCKED AT'.
          05 FILLER                          PIC X(19)   VALUE
             'LAST RELEASED AT'.
          05 FILLER                          PIC X(10)   VALUE
             'BY'.
          05 FILLER                          PIC X(6)    VALUE
             'HOW'.
       01 WS-LIST-LINE.
          05 WS-LL-MASTER                    PIC X(8).
          05 FILLER                          PIC X(2)    VALUE SPACES.
          05 WS-LL-STATUS                    PIC X(6).
          05 FILLER                          PIC X(2)    VALUE SPACES.
          05 WS-LL-HOLDER                    PIC X(8).
          05 FILLER                          PIC X(2)    VALUE SPACES.
          05 WS-LL-RUN                       PIC 9(5).
          05 FILLER                          PIC X(2)    VALUE SPACES.
          05 WS-LL-LOCK-DATE                 PIC 9(8).
          05 FILLER                          PIC X(1)    VALUE SPACES.
          05 WS-LL-LOCK-TIME                 PIC 9(8).
          05 FILLER                          PIC X(2)    VALUE SPACES.
          05 WS-LL-RELEASE-DATE              PIC 9(8).
          05 FILLER                          PIC X(1)    VALUE SPACES.
          05 WS-LL-RELEASE-TIME              PIC 9(8).
          05 FILLER                          PIC X(2)    VALUE SPACES.
          05 WS-LL-RELEASED-BY               PIC X(8).
          05 FILLER                          PIC X(2)    VALUE SPACES.
          05 WS-LL-HOW                       PIC X(6).
      *
       COPY ERRLOGL.
       COPY MSTLOCKL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1500-READ-PARM-IN

           IF LP-ACTION-FREE
              PERFORM 2000-FORCE-RELEASE
           END-IF

           PERFORM 3000-LIST-LOCKS

           GOBACK.

       1500-READ-PARM-IN.
      *    Without a parameter the locks are listed.
           MOVE 'LIST' TO LP-ACTION
           MOVE SPACES TO LP-MASTER
           OPEN INPUT PARM-IN
           IF PARM-IN-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT PARM-IN-OK
                 DISPLAY '** LOCKPARM FILE IS NOT OK **'
                 DISPLAY '** LOCKPARM: ' WS-PARM-IN-STATUS
                 MOVE '1500-READ-PARM-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              READ PARM-IN
                 AT END
                    MOVE 'LIST' TO LP-ACTION
                    MOVE SPACES TO LP-MASTER
              END-READ
              IF (NOT LP-ACTION-LIST AND NOT LP-ACTION-FREE)
                 OR (LP-ACTION-FREE AND LP-MASTER = SPACES)
                 DISPLAY '** LOCKPARM PARAMETERS ARE INVALID **'
                 DISPLAY '** LOCKPARM: ' PARM-IN-RECORD
                 MOVE '1500-READ-PARM-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              CLOSE PARM-IN
           END-IF.

       2000-FORCE-RELEASE.
      *    For a lock left behind by an abended run. The holder is
      *    shown so the operator can confirm the right lock went.
           SET MK-FORCE-RELEASE TO TRUE
           MOVE LP-MASTER TO MK-MASTER
           MOVE 'LOCKCTL' TO MK-PROGRAM-ID
           MOVE 0 TO MK-RUN-NUMBER
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           EVALUATE TRUE
              WHEN MK-DONE
                 DISPLAY 'LOCKCTL: ' LP-MASTER ' FORCE-RELEASED - '
                    'WAS HELD BY ' MK-HOLDER ' RUN ' MK-HOLDER-RUN
                    ' SINCE ' MK-LOCK-DATE ' ' MK-LOCK-TIME
              WHEN MK-NOT-LOCKED
                 DISPLAY 'LOCKCTL: ' LP-MASTER ' IS NOT LOCKED - '
                    'NOTHING RELEASED'
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY '** MASTER LOCK FILE IS NOT OK **'
                 MOVE '2000-FORCE-RELEASE' TO EL-PARAGRAPH
                 MOVE 'MSTLOCK' TO EL-FILE-NAME
                 PERFORM 9999-ABEND
           END-EVALUATE.

       3000-LIST-LOCKS.
           OPEN INPUT LOCK-FILE
           IF LOCK-NOT-FOUND
              DISPLAY 'LOCKCTL: NO MASTER HAS EVER BEEN LOCKED'
           ELSE
              IF NOT LOCK-OK
                 DISPLAY '** MSTLOCK FILE IS NOT OK **'
                 DISPLAY '** MSTLOCK: ' WS-LOCK-STATUS
                 MOVE '3000-LIST-LOCKS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              DISPLAY WS-LIST-HEAD-MSG
              PERFORM 3100-LIST-ONE-LOCK UNTIL LOCK-EOF
              CLOSE LOCK-FILE
              DISPLAY 'MASTERS ON FILE: ' WS-LOCK-READ-COUNT
              DISPLAY 'MASTERS LOCKED: ' WS-LOCKED-COUNT
           END-IF.

       3100-LIST-ONE-LOCK.
           READ LOCK-FILE
              AT END CONTINUE
           END-READ
           IF LOCK-OK
              ADD 1 TO WS-LOCK-READ-COUNT
              MOVE MLK-MASTER TO WS-LL-MASTER
              IF MLK-LOCKED
                 ADD 1 TO WS-LOCKED-COUNT
                 MOVE 'LOCKED' TO WS-LL-STATUS
              ELSE
                 MOVE 'FREE' TO WS-LL-STATUS
              END-IF
              MOVE MLK-HOLDER TO WS-LL-HOLDER
              MOVE MLK-RUN-NUMBER TO WS-LL-RUN
              MOVE MLK-LOCK-DATE TO WS-LL-LOCK-DATE
              MOVE MLK-LOCK-TIME TO WS-LL-LOCK-TIME
              MOVE MLK-RELEASE-DATE TO WS-LL-RELEASE-DATE
              MOVE MLK-RELEASE-TIME TO WS-LL-RELEASE-TIME
              MOVE MLK-RELEASED-BY TO WS-LL-RELEASED-BY
              IF MLK-RELEASE-FORCED
                 MOVE 'FORCED' TO WS-LL-HOW
              ELSE
                 MOVE SPACES TO WS-LL-HOW
              END-IF
              DISPLAY WS-LIST-LINE
           ELSE
              IF NOT LOCK-EOF
                 DISPLAY '** MSTLOCK FILE IS NOT OK **'
                 DISPLAY '** MSTLOCK: ' WS-LOCK-STATUS
                 MOVE '3100-LIST-ONE-LOCK' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       9999-ABEND.
           MOVE 'LOCKCTL' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
