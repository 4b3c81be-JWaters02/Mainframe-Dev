      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : GLMAPR                                         *
      *                                                                *
      *  Function    : THE GLMAP GENERAL-LEDGER ACCOUNT-MAPPING       *
      *                MASTER, KEYED ON MOVEMENT TYPE (S, R, A, O, I) *
      *                PLUS REGION; A REGION OF ** IS THE             *
      *                COMPANY-WIDE DEFAULT FOR THE MOVEMENT TYPE     *
      *                WHERE NO REGIONAL ENTRY EXISTS. EACH ENTRY     *
      *                NAMES THE ACCOUNT DEBITED AND THE ACCOUNT      *
      *                CREDITED WITH THE MOVEMENT VALUE AND WHETHER   *
      *                THE POSTING IS A REVENUE, COST OR STOCK ENTRY. *
      *                MAINTAINED BY GLMNT; GLJRNL MAPS THE RUN'S     *
      *                BRANCH MOVEMENT SUMMARY THROUGH IT TO BUILD    *
      *                THE LEDGER JOURNAL.                            *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 GL-MAP-RECORD.
          05 GM-KEY.
             10 GM-MOVEMENT-TYPE           PIC X(01).
                88 GM-TYPE-VALID           VALUE 'S', 'R', 'A',
                                                 'O', 'I'.
             10 GM-REGION                  PIC X(02).
                88 GM-ALL-REGIONS          VALUE '**'.
          05 GM-DESCRIPTION                PIC X(30).
          05 GM-DEBIT-ACCOUNT              PIC X(10).
          05 GM-CREDIT-ACCOUNT             PIC X(10).
          05 GM-ACCOUNT-CLASS              PIC X(01).
             88 GM-REVENUE                 VALUE 'R'.
             88 GM-COST                    VALUE 'C'.
             88 GM-STOCK                   VALUE 'S'.
             88 GM-CLASS-VALID             VALUE 'R', 'C', 'S'.
