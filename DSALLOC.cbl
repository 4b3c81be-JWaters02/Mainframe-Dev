       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DSALLOC.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : DISTRIBUTION DIRECTORY                          *
      *                                                                *
      *  Function    : CALLED BY THE PROGRAMS THAT READ OR WRITE FILES *
      *                NAMED ON THE DISTRIBUTION DIRECTORY TO ALLOCATE *
      *                THE DATASET THE DIRECTORY NAMES TO THE FIXED DD *
      *                NAME THEIR SELECT IS ASSIGNED TO BEFORE THE     *
      *                OPEN, AND TO FREE IT AFTER THE CLOSE. INPUT IS  *
      *                ALLOCATED SHR. OUTPUT IS ALLOCATED OLD, OR      *
      *                CATALOGUED NEW AT THE CALLER'S RECORD LENGTH    *
      *                WHEN IT DOES NOT YET EXIST. NEVER ABENDS THE    *
      *                CALLER: A FAILED ALLOCATION IS RETURNED AS      *
      *                RESULT 9 WITH THE SYSTEM RETURN CODE.           *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      * The allocation request is passed as a halfword length
      * followed by the text of the request.
      *
       01 WS-DYN-REQUEST.
          05 WS-DYN-LENGTH                  PIC S9(4) BINARY VALUE 0.
          05 WS-DYN-TEXT                    PIC X(200) VALUE SPACES.
       01 WS-DYN-POINTER                    PIC 9(3) VALUE 0.
       01 WS-DYN-RC                         PIC S9(9) VALUE 0.
      *
       LINKAGE SECTION.
      *
       01 LK-DSALLOC-PARM.
          05 LK-FUNCTION                    PIC X(01).
             88 LK-ALLOC-INPUT              VALUE 'I'.
             88 LK-ALLOC-OUTPUT             VALUE 'O'.
             88 LK-FREE                     VALUE 'F'.
          05 LK-DDNAME                      PIC X(08).
          05 LK-DSNAME                      PIC X(44).
          05 LK-LRECL                       PIC 9(05).
          05 LK-RESULT                      PIC X(01).
          05 LK-DYN-RC                      PIC S9(09).
      *
       PROCEDURE DIVISION USING LK-DSALLOC-PARM.
      *
       PROGRAM-CONTROL.
           MOVE '0' TO LK-RESULT
           MOVE 0 TO LK-DYN-RC

           EVALUATE TRUE
              WHEN LK-ALLOC-INPUT
                 PERFORM 2100-ALLOCATE-INPUT
              WHEN LK-ALLOC-OUTPUT
                 PERFORM 2200-ALLOCATE-OUTPUT
              WHEN LK-FREE
                 PERFORM 2300-FREE-DD
              WHEN OTHER
                 DISPLAY '** DSALLOC: UNKNOWN FUNCTION '
                    LK-FUNCTION ' **'
                 MOVE '9' TO LK-RESULT
           END-EVALUATE

           MOVE 0 TO RETURN-CODE
           GOBACK.

       2100-ALLOCATE-INPUT.
           MOVE SPACES TO WS-DYN-TEXT
           MOVE 1 TO WS-DYN-POINTER
           STRING 'ALLOC DD(' DELIMITED BY SIZE
                  LK-DDNAME DELIMITED BY SPACE
                  ') DSN(''' DELIMITED BY SIZE
                  LK-DSNAME DELIMITED BY SPACE
                  ''') SHR REUSE' DELIMITED BY SIZE
              INTO WS-DYN-TEXT
              WITH POINTER WS-DYN-POINTER
           END-STRING
           PERFORM 8000-REQUEST-ALLOCATION.

       2200-ALLOCATE-OUTPUT.
      *    A dataset already catalogued is reused as it stands; only
      *    a refused allocation of it tries for a new one.
           MOVE SPACES TO WS-DYN-TEXT
           MOVE 1 TO WS-DYN-POINTER
           STRING 'ALLOC DD(' DELIMITED BY SIZE
                  LK-DDNAME DELIMITED BY SPACE
                  ') DSN(''' DELIMITED BY SIZE
                  LK-DSNAME DELIMITED BY SPACE
                  ''') OLD REUSE' DELIMITED BY SIZE
              INTO WS-DYN-TEXT
              WITH POINTER WS-DYN-POINTER
           END-STRING
           PERFORM 8000-REQUEST-ALLOCATION
           IF LK-RESULT = '9'
              MOVE '0' TO LK-RESULT
              MOVE SPACES TO WS-DYN-TEXT
              MOVE 1 TO WS-DYN-POINTER
              STRING 'ALLOC DD(' DELIMITED BY SIZE
                     LK-DDNAME DELIMITED BY SPACE
                     ') DSN(''' DELIMITED BY SIZE
                     LK-DSNAME DELIMITED BY SPACE
                     ''') NEW CATLG RECFM(F,B) LRECL('
                        DELIMITED BY SIZE
                     LK-LRECL DELIMITED BY SIZE
                     ') TRACKS SPACE(15,15) REUSE' DELIMITED BY SIZE
                 INTO WS-DYN-TEXT
                 WITH POINTER WS-DYN-POINTER
              END-STRING
              PERFORM 8000-REQUEST-ALLOCATION
           END-IF.

       2300-FREE-DD.
           MOVE SPACES TO WS-DYN-TEXT
           MOVE 1 TO WS-DYN-POINTER
           STRING 'FREE DD(' DELIMITED BY SIZE
                  LK-DDNAME DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
              INTO WS-DYN-TEXT
              WITH POINTER WS-DYN-POINTER
           END-STRING
           PERFORM 8000-REQUEST-ALLOCATION.

       8000-REQUEST-ALLOCATION.
           COMPUTE WS-DYN-LENGTH = WS-DYN-POINTER - 1
           CALL 'BPXWDYN' USING WS-DYN-REQUEST
           MOVE RETURN-CODE TO WS-DYN-RC
           MOVE WS-DYN-RC TO LK-DYN-RC
           IF WS-DYN-RC NOT = 0
              MOVE '9' TO LK-RESULT
           END-IF.
