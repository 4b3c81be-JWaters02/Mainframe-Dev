       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 11 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-SOURCE-NO                 PIC 9(3).
           05 PARM-ORIG-DATE                 PIC 9(8).
      *
       FD LATEQ-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 36 CHARACTERS.
       01 LATEQ-RECORD.
           05 LQ-SOURCE-NO                   PIC 9(3).
           05 LQ-ORIG-DATE                   PIC 9(8).
           05 LQ-MOVEMENT                    PIC X(25).
      *
      *
      * Variables...
      *
       01 WS-SOURCE-NO                       PIC 9(3) VALUE 0.
       01 WS-ORIG-DATE                       PIC 9(8) VALUE 0.
       01 WS-PARKED-COUNT                    PIC 9(7) VALUE 0.
      *
          05 WS-PARK-LINE.
             10 FILLER                       PIC X(8)    VALUE
                'SOURCE: '.
             10 WS-PL-SOURCE                 PIC 9(3).
             10 FILLER                       PIC X(17)   VALUE
                '  ORIGINAL DATE: '.
             10 WS-PL-DATE                   PIC 9(8).
             10 FILLER                       PIC X(19)   VALUE
                '  RECORDS PARKED: '.
             10 WS-PL-COUNT                  PIC Z(6)9.
             10 FILLER                       PIC X(30)   VALUE SPACES.
      *
       COPY ERRLOGL.

              OR PARM-SOURCE-NO NOT NUMERIC
              OR PARM-ORIG-DATE NOT NUMERIC
              OR PARM-SOURCE-NO < 1
              OR PARM-ORIG-DATE = 0
              DISPLAY '** LATEPARM PARAMETERS ARE INVALID **'
              DISPLAY '** LATEPARM: ' PARM-IN-RECORD
