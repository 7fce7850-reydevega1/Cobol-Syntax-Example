      ******************************************************************
      * SUSPREC                                                        *
      * Author: Rey Devega                                             *
      * Date-Written: 07/25/2018                                       *
      * Purpose: Common layout for one open item on the indexed        *
      *          payment suspense file (SUSPFILE).  ELPPAY01 writes an *
      *          item for every lockbox payment detail it cannot       *
      *          apply, keyed on the business date it was suspensed    *
      *          and the record's position in that night's DEPFILE,    *
      *          carrying the customer number and deposit date as the  *
      *          bank sent them, the amount, the reason, and the whole *
      *          deposit record image.  The item stays open ("O")      *
      *          until cash applications resolves it on SUSPTRN and    *
      *          ELPSUS01 posts the resolution - applied to a          *
      *          customer ("A"), refunded ("F"), or written to         *
      *          miscellaneous income ("M") - closing it ("C") with    *
      *          the resolution date and note, so every suspensed      *
      *          payment can be traced to where it went.  Copied with  *
      *          REPLACING so each user gets its own prefix, the same  *
      *          convention CUSTREC follows.                           *
      *                                                                 *
      * Modification History                                           *
      *   07/25/2018  RD  Original layout.                             *
      ******************************************************************
           10  SI-ITEM-KEY.
               15  SI-SUSPENSE-DATE    PIC 9(08).
               15  SI-SEQUENCE         PIC 9(06).
           10  SI-STATUS               PIC X(01).
               88  SI-OPEN             VALUE "O".
               88  SI-CLOSED           VALUE "C".
           10  SI-CUST-NUMBER          PIC X(06).
           10  SI-DEPOSIT-DATE         PIC X(08).
           10  SI-AMOUNT               PIC S9(09)V99 COMP-3.
           10  SI-REASON               PIC X(30).
           10  SI-RESOLUTION           PIC X(01).
               88  SI-APPLIED          VALUE "A".
               88  SI-REFUNDED         VALUE "F".
               88  SI-MISC-INCOME      VALUE "M".
           10  SI-APPLIED-CUST-NUMBER  PIC 9(06).
           10  SI-RESOLVED-DATE        PIC 9(08).
           10  SI-RESOLUTION-NOTE      PIC X(30).
           10  SI-DEPOSIT-IMAGE        PIC X(80).
           10  FILLER                  PIC X(20).
