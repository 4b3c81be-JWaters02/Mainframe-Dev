      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : MNTHISTR                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE MNTHIST CUMULATIVE       *
      *                MAINTENANCE HISTORY. MNTREG APPENDS ONE ENTRY  *
      *                PER AUDIT IMAGE OF THE DAY'S BRCHAUD, PARTAUD, *
      *                ITEMAUD, OPTAUD, CALAUD, SECAUD AND REGAUD     *
      *                FILES, STAMPED WITH THE DATE AND TIME IT WAS   *
      *                REGISTERED, THE MASTER AND ITS KEY. THE IMAGES *
      *                ARE THE MASTER RECORD BEFORE AND AFTER THE     *
      *                CHANGE, LEFT-JUSTIFIED AND SPACE-FILLED.       *
      *                CTLPURGE ARCHIVES ON ITS OWN RETENTION AND     *
      *                MNTQRY PRINTS THE CHANGE TRAIL.                *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 MAINT-HIST-RECORD.
          05 MTH-CHANGE-DATE               PIC 9(08).
          05 MTH-CHANGE-TIME               PIC 9(08).
          05 MTH-MASTER                    PIC X(08).
          05 MTH-KEY                       PIC X(08).
          05 MTH-ACTION                    PIC X(01).
          05 MTH-OPERATOR                  PIC X(08).
          05 MTH-BEFORE-IMAGE              PIC X(171).
          05 MTH-AFTER-IMAGE               PIC X(171).
