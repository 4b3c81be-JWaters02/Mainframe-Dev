      *                                                                *
      *  Copybook    : ITEMR                                          *
      *                                                                *
      *  Function    : SHARED RECORD LAYOUT FOR THE ITEMMAST INDEXED   *
      *                ITEM MASTER FILE, KEYED ON THE 6-CHARACTER ITEM *
      *                CODE, MAINTAINED BY ITEMMNT AND READ BY EX3 FOR *
      *                INPUT VALIDATION. A DISCONTINUED ITEM MAY CARRY *
      *                A SUCCESSOR ITEM CODE; EX3 REMAPS MOVEMENTS FOR *
      *                THE DISCONTINUED LINE TO THE SUCCESSOR AND      *
      *                REJECTS THEM WHEN THE FIELD IS BLANK. EVERY     *
      *                ITEM CARRIES A SALES-TAX CODE FROM THE TAXCODE  *
      *                MASTER; TAXLKUP TAXES ITS SALES AND RETURNS AT  *
      *                THE RATE IN FORCE ON THE BUSINESS DATE. EVERY   *
      *                ITEM ALSO CARRIES ITS DEPARTMENT AND CATEGORY   *
      *                FROM THE MERCHIER MERCHANDISE HIERARCHY, AND    *
      *                THE A/B/C VELOCITY CLASS SET BY THE PERIODIC    *
      *                ABCCLASS RUN (BLANK UNTIL THE ITEM HAS BEEN     *
      *                CLASSIFIED).                                    *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
             88 ITEM-ACTIVE                VALUE 'A'.
             88 ITEM-DISCONTINUED          VALUE 'D'.
          05 ITEM-SUCCESSOR                PIC X(6).
          05 ITEM-TAX-CODE                 PIC X(2).
          05 ITEM-CATEGORY.
             10 ITEM-DEPT                  PIC X(02).
             10 ITEM-CAT-CODE              PIC X(04).
          05 ITEM-ABC-CLASS                PIC X(01).
             88 ITEM-CLASS-A               VALUE 'A'.
             88 ITEM-CLASS-B               VALUE 'B'.
             88 ITEM-CLASS-C               VALUE 'C'.
             88 ITEM-UNCLASSIFIED          VALUE SPACE.
