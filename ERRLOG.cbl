      *                APPENDS ONE STRUCTURED RECORD - PROGRAM,        *
      *                PARAGRAPH, FILE NAME, FILE STATUS, KEY RECORD   *
      *                IMAGE, TIMESTAMP AND RUN NUMBER - TO THE        *
      *                CENTRAL ERRLOG FILE SO OPERATIONS CAN SEE AT A  *
      *                GLANCE WHAT FAILED AND WHERE. NEVER FAILS THE   *
      *                CALLER: IF THE LOG ITSELF CANNOT BE WRITTEN THE *
      *                ERROR IS DISPLAYED AND CONTROL RETURNS. EACH    *
      *                ABEND IS ALSO RAISED AS A CRITICAL ALERT        *
      *                THROUGH ALERTLOG FOR THE ON-CALL ANALYST.       *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
          88 ERRLOG-NOT-FOUND               VALUE "35".
       01 WS-LOG-DATE                       PIC 9(8) VALUE 0.
       01 WS-LOG-TIME                       PIC 9(8) VALUE 0.
       01 WS-ABEND-ALERT-TEXT.
          05 FILLER                         PIC X(6)  VALUE 'ABEND '.
          05 WS-AAT-PARAGRAPH               PIC X(30).
          05 FILLER                         PIC X(1)  VALUE SPACE.
          05 WS-AAT-FILE-NAME               PIC X(8).
          05 FILLER                         PIC X(1)  VALUE SPACE.
          05 WS-AAT-FILE-STATUS             PIC X(2).
          05 FILLER                         PIC X(12) VALUE SPACES.
      *
       COPY ALERTL.
      *
       LINKAGE SECTION.
      *
              CLOSE ERROR-LOG
           END-IF

      *    Every abend pages the on-call analyst, logged or not.
           MOVE 'C' TO AL-SEVERITY
           MOVE LK-PROGRAM-ID TO AL-PROGRAM-ID
           MOVE LK-RUN-NUMBER TO AL-RUN-NUMBER
           MOVE 'ABEND' TO AL-ALERT-CODE
           MOVE LK-PARAGRAPH TO WS-AAT-PARAGRAPH
           MOVE LK-FILE-NAME TO WS-AAT-FILE-NAME
           MOVE LK-FILE-STATUS TO WS-AAT-FILE-STATUS
           MOVE WS-ABEND-ALERT-TEXT TO AL-ALERT-TEXT
           CALL 'ALERTLOG' USING ALERT-PARM

           GOBACK.
