      ******************************************************************
      * INVREC                                                         *
      * Author: Rey Devega                                             *
      * Date-Written: 08/08/2018                                       *
      * Purpose: Common layout for one posted invoice on the indexed   *
      *          invoice history file (INVHIST), keyed on the          *
      *          order-entry invoice number.  ELPINV01 writes one      *
      *          record for every billing-file invoice it adds to a    *
      *          customer's CR-BALANCE - customer, invoice date, due   *
      *          date, amount, and the business date it posted - and  *
      *          reads the file first to refuse an invoice number      *
      *          already billed, so the same invoice sent twice (or    *
      *          the same billing file run twice) can never be posted  *
      *          twice.  Copied with REPLACING so each user gets its   *
      *          own prefix, the same convention CUSTREC follows.      *
      *                                                                 *
      * Modification History                                           *
      *   08/08/2018  RD  Original layout.                             *
      ******************************************************************
           10  IV-INVOICE-NUMBER       PIC X(10).
           10  IV-CUST-NUMBER          PIC 9(06).
           10  IV-INVOICE-DATE         PIC 9(08).
           10  IV-DUE-DATE             PIC 9(08).
           10  IV-AMOUNT               PIC S9(09)V99 COMP-3.
           10  IV-POSTED-DATE          PIC 9(08).
           10  FILLER                  PIC X(34).
