      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : MSTLOCKR                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE MSTLOCK MASTER-LOCK      *
      *                CONTROL FILE, ONE RECORD PER MASTER EVER       *
      *                CLAIMED. DRIVER CLAIMS THE MASTERS THE NIGHTLY *
      *                CHAIN READS WHEN THE CHAIN STARTS AND RELEASES *
      *                THEM WHEN IT COMPLETES; EACH MAINTENANCE       *
      *                PROGRAM CLAIMS THE MASTER IT UPDATES FOR THE   *
      *                LENGTH OF ITS RUN. ALL UPDATES GO THROUGH THE  *
      *                MSTLOCK SUBROUTINE. A LOCK LEFT BY AN ABENDED  *
      *                RUN IS LISTED AND FORCE-RELEASED WITH LOCKCTL; *
      *                THE RELEASE FIELDS SHOW WHO LAST FREED THE     *
      *                MASTER AND WHETHER IT WAS FORCED.              *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 MASTER-LOCK-RECORD.
          05 MLK-MASTER                    PIC X(08).
          05 MLK-STATUS                    PIC X(01).
             88 MLK-LOCKED                 VALUE 'L'.
             88 MLK-FREE                   VALUE 'F'.
          05 MLK-HOLDER                    PIC X(08).
          05 MLK-RUN-NUMBER                PIC 9(05).
          05 MLK-LOCK-DATE                 PIC 9(08).
          05 MLK-LOCK-TIME                 PIC 9(08).
          05 MLK-RELEASE-DATE              PIC 9(08).
          05 MLK-RELEASE-TIME              PIC 9(08).
          05 MLK-RELEASED-BY               PIC X(08).
          05 MLK-RELEASE-TYPE              PIC X(01).
             88 MLK-RELEASE-NORMAL         VALUE 'N'.
             88 MLK-RELEASE-FORCED         VALUE 'F'.
