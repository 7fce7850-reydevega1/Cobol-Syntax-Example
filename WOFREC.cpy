      ******************************************************************
      * WOFREC                                                         *
      * Author: Rey Devega                                             *
      * Date-Written: 09/05/2018                                       *
      * Purpose: Common layout for one customer's entry on the indexed *
      *          written-off history file (WOFHIST), keyed on the      *
      *          CUSTFILE customer number.  ELPWOF01 writes the entry  *
      *          when it posts an approved bad-debt write-off - the    *
      *          region, the reason the write-off was proposed (AGED   *
      *          90+ with no payment, or CLOSED with a balance), the   *
      *          business date, the amount taken off CR-BALANCE, and   *
      *          the last-payment date on file - and adds to the       *
      *          amount if the same customer is ever written off       *
      *          again.  ELPPAY01 reads it for every payment from a    *
      *          customer with nothing owing: a written-off customer's *
      *          payment is a bad-debt recovery, added to the          *
      *          recovered amount with the business date and that      *
      *          night's recovered total, which ELPGLI01 reads to send *
      *          the recovered cash to the GL.  Copied with REPLACING  *
      *          so each user gets its own prefix, the same convention *
      *          CUSTREC follows.                                      *
      *                                                                 *
      * Modification History                                           *
      *   09/05/2018  RD  Original layout.                             *
      ******************************************************************
           10  WO-CUST-NUMBER          PIC 9(06).
           10  WO-REGION               PIC X(04).
           10  WO-REASON               PIC X(06).
               88  WO-AGED-BALANCE     VALUE "AGED".
               88  WO-CLOSED-BALANCE   VALUE "CLOSED".
           10  WO-WRITEOFF-DATE        PIC 9(08).
           10  WO-WRITEOFF-AMOUNT      PIC S9(09)V99 COMP-3.
           10  WO-LAST-PAY-DATE        PIC 9(08).
           10  WO-RECOVERED-AMOUNT     PIC S9(09)V99 COMP-3.
           10  WO-LAST-RECOVERY-DATE   PIC 9(08).
           10  WO-LAST-RECOVERY-AMOUNT PIC S9(09)V99 COMP-3.
           10  FILLER                  PIC X(22).
