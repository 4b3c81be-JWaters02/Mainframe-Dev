      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : GLJRNLR                                        *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE GLJRNL GENERAL-LEDGER    *
      *                JOURNAL INTERFACE FILE GLJRNL SENDS TO FINANCE *
      *                EACH RUN: ONE HEADER (H) NAMING THE RUN AND    *
      *                BUSINESS DATE, A DEBIT AND A CREDIT DETAIL     *
      *                LINE (D) PER BRANCH AND MOVEMENT TYPE SUMMARY, *
      *                AND ONE TRAILER (T) CARRYING THE LINE COUNT,   *
      *                THE DEBIT AND CREDIT TOTALS AND THE NET        *
      *                MOVEMENT VALUE THE JOURNAL WAS PROVED AGAINST  *
      *                ON VALCNT. THE FILE IS ONLY WRITTEN WHEN IT    *
      *                BALANCES.                                      *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 GL-JOURNAL-RECORD.
          05 GJ-RECORD-TYPE                PIC X(01).
             88 GJ-HEADER                  VALUE 'H'.
             88 GJ-DETAIL                  VALUE 'D'.
             88 GJ-TRAILER                 VALUE 'T'.
          05 GJ-LINE-NUMBER                PIC 9(06).
          05 GJ-ACCOUNT                    PIC X(10).
          05 GJ-DEBIT-CREDIT               PIC X(01).
             88 GJ-DEBIT                   VALUE 'D'.
             88 GJ-CREDIT                  VALUE 'C'.
          05 GJ-AMOUNT                     PIC 9(11)V99.
          05 GJ-BRANCH                     PIC X(04).
          05 GJ-REGION                     PIC X(02).
          05 GJ-MOVEMENT-TYPE              PIC X(01).
          05 GJ-ACCOUNT-CLASS              PIC X(01).
          05 GJ-DESCRIPTION                PIC X(30).
          05 FILLER                        PIC X(11).
       01 GL-JOURNAL-HEADER REDEFINES GL-JOURNAL-RECORD.
          05 GJH-RECORD-TYPE               PIC X(01).
          05 GJH-SOURCE                    PIC X(08).
          05 GJH-RUN-NUMBER                PIC 9(05).
          05 GJH-BUSINESS-DATE             PIC 9(08).
          05 GJH-DESCRIPTION               PIC X(30).
          05 FILLER                        PIC X(28).
       01 GL-JOURNAL-TRAILER REDEFINES GL-JOURNAL-RECORD.
          05 GJT-RECORD-TYPE               PIC X(01).
          05 GJT-LINE-COUNT                PIC 9(06).
          05 GJT-DEBIT-TOTAL               PIC 9(13)V99.
          05 GJT-CREDIT-TOTAL              PIC 9(13)V99.
          05 GJT-NET-VALUE                 PIC S9(13)V99.
          05 FILLER                        PIC X(28).
