      ******************************************************************
      * DUNREC                                                         *
      * Author: Rey Devega                                             *
      * Date-Written: 08/22/2018                                       *
      * Purpose: Common layout for one customer's entry on the indexed *
      *          dunning letter history file (DUNHIST), keyed on the   *
      *          CUSTFILE customer number.  ELPDUN01 records the       *
      *          highest collection letter the customer has been sent  *
      *          in the current delinquency - 1 first notice, 2        *
      *          second notice, 3 final demand - the business date     *
      *          each level went out, the balance it was sent on, and  *
      *          the last-payment date on file when it was sent.  A    *
      *          level already on file is never sent again; a later    *
      *          payment (a different last-payment date), a balance    *
      *          back under 30 days, or a balance paid down under the  *
      *          dunning minimum deletes the entry so the customer     *
      *          drops out and starts again at a first notice.         *
      *          Copied with REPLACING so each user gets its own       *
      *          prefix, the same convention CUSTREC follows.          *
      *                                                                 *
      * Modification History                                           *
      *   08/22/2018  RD  Original layout.                             *
      ******************************************************************
           10  DH-CUST-NUMBER          PIC 9(06).
           10  DH-LEVEL                PIC 9(01).
               88  DH-FIRST-NOTICE     VALUE 1.
               88  DH-SECOND-NOTICE    VALUE 2.
               88  DH-FINAL-DEMAND     VALUE 3.
           10  DH-LEVEL-DATE           PIC 9(08) OCCURS 3 TIMES.
           10  DH-LEVEL-BALANCE        PIC S9(09)V99 COMP-3.
           10  DH-LAST-PAY-DATE        PIC 9(08).
           10  FILLER                  PIC X(27).
