      *                                                                *
      *  Project     : CONTROL FILE RETENTION PURGE                    *
      *                                                                *
      *  Function    : PARAMETER-DRIVEN HOUSEKEEPING FOR THE           *
      *                APPEND-FOREVER CONTROL FILES: ERRLOG, INQLOG,   *
      *                RUNLOG AND THE MNTHIST MAINTENANCE HISTORY ARE  *
      *                SPLIT ON A PER-FILE RETENTION PERIOD IN DAYS,   *
      *                AND MGMTHIST ON A RETENTION IN RUNS (ITS        *
      *                RECORDS CARRY NO DATE). RECORDS OLDER THAN THE  *
      *                CUTOFF GO TO EACH FILE'S DATED ARCHIVE          *
      *                (ERRARCH/INQARCH/RUNARCH/MGMARCH/MNTARCH),      *
      *                RETAINED RECORDS TO THE KEEP FILES THAT THE     *
      *                FOLLOWING JOB STEPS COPY BACK, AND A PURGE      *
      *                REPORT IS PRINTED PER FILE - THE SAME PATTERN   *
           FILE STATUS IS WS-ARCH-STATUS.
           SELECT MGM-KEEP ASSIGN TO MGMKEEP
           FILE STATUS IS WS-KEEP-STATUS.
           SELECT MNTHIST-IN ASSIGN TO MNTHIST
           FILE STATUS IS WS-IN-STATUS.
           SELECT MNT-ARCHIVE ASSIGN TO MNTARCH
           FILE STATUS IS WS-ARCH-STATUS.
           SELECT MNT-KEEP ASSIGN TO MNTKEEP
           FILE STATUS IS WS-KEEP-STATUS.
           SELECT PARM-IN ASSIGN TO CTLPPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT PRINT-OUT ASSIGN TO CTLPRPT
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01 MGM-KEEP-RECORD                    PIC X(121).
      *
       FD MNTHIST-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 383 CHARACTERS.
           COPY MNTHISTR.
      *
       FD MNT-ARCHIVE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 383 CHARACTERS.
       01 MNT-ARCHIVE-RECORD                 PIC X(383).
      *
       FD MNT-KEEP
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 383 CHARACTERS.
       01 MNT-KEEP-RECORD                    PIC X(383).
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01 PARM-IN-RECORD.
           05 CP-ERRLOG-DAYS                 PIC 9(4).
           05 CP-INQLOG-DAYS                 PIC 9(4).
           05 CP-RUNLOG-DAYS                 PIC 9(4).
           05 CP-MGMTHIST-RUNS               PIC 9(4).
           05 CP-MNTHIST-DAYS                PIC 9(4).
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
       01 WS-ERRLOG-CUTOFF                   PIC 9(8) VALUE 0.
       01 WS-INQLOG-CUTOFF                   PIC 9(8) VALUE 0.
       01 WS-RUNLOG-CUTOFF                   PIC 9(8) VALUE 0.
       01 WS-MNTHIST-CUTOFF                  PIC 9(8) VALUE 0.
       01 WS-MGMTHIST-RUNS                   PIC 9(4) VALUE 0.
       01 WS-MAX-HIST-RUN                    PIC 9(5) VALUE 0.
       01 WS-MGM-CUTOFF-RUN                  PIC 9(5) VALUE 0.
           PERFORM 2200-PURGE-INQLOG
           PERFORM 2400-PURGE-RUNLOG
           PERFORM 2600-PURGE-MGMTHIST
           PERFORM 2800-PURGE-MNTHIST

           PERFORM 3000-END-PROCESS


           MOVE CP-MGMTHIST-RUNS TO WS-MGMTHIST-RUNS

           MOVE CP-MNTHIST-DAYS TO WS-RETENTION-DAYS
           PERFORM 1100-SET-CUTOFF-DATE
           MOVE WS-WORK-DATE TO WS-MNTHIST-CUTOFF

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              END-IF
           END-IF.

       2800-PURGE-MNTHIST.
      *    The maintenance history is kept for audit, so it has its
      *    own retention - normally years rather than days.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 0 TO WS-ARCHIVED-COUNT
           MOVE "00" TO WS-IN-STATUS
           OPEN INPUT MNTHIST-IN
           IF IN-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT IN-OK
                 DISPLAY '** MNTHIST FILE IS NOT OK **'
                 MOVE '2800-PURGE-MNTHIST' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              OPEN OUTPUT MNT-ARCHIVE
              OPEN OUTPUT MNT-KEEP
              IF NOT ARCH-OK OR NOT KEEP-OK
                 DISPLAY '** MNTHIST ARCHIVE/KEEP FILE IS NOT OK **'
                 MOVE '2800-PURGE-MNTHIST' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 2900-SPLIT-ONE-MNTHIST UNTIL IN-EOF
              CLOSE MNTHIST-IN
              CLOSE MNT-ARCHIVE
              CLOSE MNT-KEEP
           END-IF
           MOVE 'MNTHIST' TO WS-DET-FILE
           MOVE WS-MNTHIST-CUTOFF TO WS-DET-CUTOFF
           PERFORM 5000-REPORT-ONE-FILE.

       2900-SPLIT-ONE-MNTHIST.
           READ MNTHIST-IN
              AT END CONTINUE
           END-READ
           IF IN-OK
              ADD 1 TO WS-READ-COUNT
              IF MTH-CHANGE-DATE < WS-MNTHIST-CUTOFF
                 ADD 1 TO WS-ARCHIVED-COUNT
                 MOVE MAINT-HIST-RECORD TO MNT-ARCHIVE-RECORD
                 WRITE MNT-ARCHIVE-RECORD
              ELSE
                 ADD 1 TO WS-KEPT-COUNT
                 MOVE MAINT-HIST-RECORD TO MNT-KEEP-RECORD
                 WRITE MNT-KEEP-RECORD
              END-IF
           END-IF.

       3000-END-PROCESS.
           CLOSE PRINT-OUT

              OR CP-INQLOG-DAYS NOT NUMERIC
              OR CP-RUNLOG-DAYS NOT NUMERIC
              OR CP-MGMTHIST-RUNS NOT NUMERIC
              OR CP-MNTHIST-DAYS NOT NUMERIC
              OR CP-ERRLOG-DAYS = 0
              OR CP-INQLOG-DAYS = 0
              OR CP-RUNLOG-DAYS = 0
              OR CP-MGMTHIST-RUNS = 0
              OR CP-MNTHIST-DAYS = 0
              DISPLAY '** CTLPPARM RETENTION PERIODS INVALID **'
              DISPLAY '** CTLPPARM: ' PARM-IN-RECORD
              MOVE '4600-READ-PARM-IN' TO EL-PARAGRAPH
