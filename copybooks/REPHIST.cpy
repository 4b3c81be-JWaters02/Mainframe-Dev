      *  Copybook    : REPHIST                                        *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE REPHIST ROLLING HISTORY  *
      *                FILE - DATE-STAMPED SALES FROM EVERY REP1IN    *
      *                DETAIL READ BY REPORT1, FOR TREND REPORTING.   *
      *                THE FILE IS INDEXED ON HIST-RECORD-KEY (DATE   *
      *                THEN PARTNER/REGION/AREA/BRANCH/ITEM) SO       *
      *                READERS START AT THE FIRST DATE THEY NEED,     *
      *                WITH ALTERNATE KEYS (DUPLICATES ALLOWED) ON    *
      *                HIST-BRANCH AND HIST-ITEM. DETAILS SHARING A   *
      *                DATE AND KEY ARE ACCUMULATED INTO ONE RECORD.  *
      *                THE RUN NUMBER IS THAT OF THE RUN WHICH LAST   *
      *                ADDED TO THE RECORD; RECORDS WRITTEN BEFORE    *
      *                THE STAMP EXISTED CARRY ZERO.                  *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 HISTORY-RECORD.
          05 HIST-RECORD-KEY.
             10 HIST-DATE                  PIC 9(08).
             10 HIST-KEY.
                15 HIST-PARTNER            PIC X(2).
                15 HIST-REGION             PIC X(02).
                15 HIST-AREA               PIC X(03).
                15 HIST-BRANCH             PIC X(04).
                15 HIST-ITEM               PIC X(06).
          05 HIST-UNITS                     PIC 9(05).
          05 HIST-RETURN-UNITS              PIC 9(05).
          05 HIST-COST-VALUE                PIC 9(07)V99.
