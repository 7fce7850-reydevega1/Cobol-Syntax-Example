      ******************************************************************
      * GLINTREC                                                       *
      * Author: Rey Devega                                             *
      * Date-Written: 07/11/2018                                       *
      * Purpose: Common layout for one line of the general ledger      *
      *          journal-entry interface file (GLINTF) ELPGLI01 builds *
      *          each night from the receivables postings on LEDGJRNL. *
      *          One "H" header naming the batch and the business      *
      *          date, then "D" detail lines - cost center (the        *
      *          region code from REGNFILE), GL account, "D" debit or  *
      *          "C" credit, the unsigned amount, and the LEDGJRNL     *
      *          transaction type the line summarizes - then one "T"   *
      *          trailer carrying the detail-line count and the debit  *
      *          and credit totals, which must agree, for the GL load  *
      *          to verify the batch before it posts it.  Every line   *
      *          carries the batch id.  Copied with REPLACING so each  *
      *          user gets its own prefix, the same convention CUSTREC *
      *          follows.                                              *
      *                                                                 *
      * Modification History                                           *
      *   07/11/2018  RD  Original layout.                             *
      ******************************************************************
           10  GL-RECORD-TYPE          PIC X(01).
               88  GL-HEADER           VALUE "H".
               88  GL-DETAIL           VALUE "D".
               88  GL-TRAILER          VALUE "T".
           10  FILLER                  PIC X(01).
           10  GL-BATCH-ID             PIC X(12).
           10  FILLER                  PIC X(01).
           10  GL-DETAIL-BODY.
               15  GL-COST-CENTER      PIC X(04).
               15  FILLER              PIC X(01).
               15  GL-ACCOUNT          PIC X(10).
               15  FILLER              PIC X(01).
               15  GL-DEBIT-CREDIT     PIC X(01).
                   88  GL-DEBIT        VALUE "D".
                   88  GL-CREDIT       VALUE "C".
               15  FILLER              PIC X(01).
               15  GL-AMOUNT           PIC 9(13)V99.
               15  FILLER              PIC X(01).
               15  GL-SOURCE-TYPE      PIC X(06).
               15  FILLER              PIC X(01).
               15  GL-POST-DATE        PIC 9(08).
               15  FILLER              PIC X(16).
           10  GL-HEADER-BODY REDEFINES GL-DETAIL-BODY.
               15  GL-HD-BUSINESS-DATE PIC 9(08).
               15  FILLER              PIC X(01).
               15  GL-HD-SOURCE-SYSTEM PIC X(08).
               15  FILLER              PIC X(01).
               15  GL-HD-DESCRIPTION   PIC X(30).
               15  FILLER              PIC X(17).
           10  GL-TRAILER-BODY REDEFINES GL-DETAIL-BODY.
               15  GL-TR-LINE-COUNT    PIC 9(06).
               15  FILLER              PIC X(01).
               15  GL-TR-DEBIT-TOTAL   PIC 9(13)V99.
               15  FILLER              PIC X(01).
               15  GL-TR-CREDIT-TOTAL  PIC 9(13)V99.
               15  FILLER              PIC X(27).
