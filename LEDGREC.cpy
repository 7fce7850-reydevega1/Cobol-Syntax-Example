      ******************************************************************
      * LEDGREC                                                        *
      * Author: Rey Devega                                             *
      * Date-Written: 06/27/2018                                       *
      * Purpose: Common layout for one entry on the shared customer    *
      *          ledger journal (LEDGJRNL).  Every step that changes   *
      *          a CUSTFILE balance appends one entry per change: the  *
      *          business date and time, the customer and the region   *
      *          the customer carried when it posted, the posting      *
      *          program, a transaction type, the signed amount (the   *
      *          balance after less the balance before - a payment is *
      *          negative), both balances, and a reference back to the *
      *          source item.  The journal accumulates (OPEN EXTEND)   *
      *          the way CUSTHIST does; ELPLGP01 proves it nightly     *
      *          against the master.  Transaction types in use:        *
      *            PAYMNT  ELPPAY01 lockbox payment                    *
      *            FINCHG  ELPFIN01 month-end finance charge           *
      *            ADD     ELPTRN01 opening balance on a new customer  *
      *            CHANGE  ELPTRN01 replacement balance                *
      *            PURGE   ELPPRG01 balance leaving with a purged      *
      *                    customer                                    *
      *            SUSAPP  ELPSUS01 suspense item applied to the       *
      *                    customer                                    *
      *            INVOIC  ELPINV01 billed invoice                     *
      *            WRTOFF  ELPWOF01 approved bad-debt write-off        *
      *            MERGE   ELPMRG01 balance moved from a retired       *
      *                    duplicate customer to the survivor          *
      *          Copied with REPLACING so each user gets its own       *
      *          prefix, the same convention CUSTREC follows.          *
      *                                                                 *
      * Modification History                                           *
      *   06/27/2018  RD  Original layout.                             *
      *   07/25/2018  RD  Added SUSAPP for the suspense workout.       *
      *   08/08/2018  RD  Added INVOIC for invoice posting.            *
      *   09/05/2018  RD  Added WRTOFF for bad-debt write-offs.        *
      *   10/17/2018  RD  Added MERGE for duplicate-customer merges.   *
      ******************************************************************
           10  LG-POST-DATE            PIC 9(08).
           10  FILLER                  PIC X(01).
           10  LG-POST-TIME            PIC 9(08).
           10  FILLER                  PIC X(01).
           10  LG-CUST-NUMBER          PIC 9(06).
           10  FILLER                  PIC X(01).
           10  LG-REGION               PIC X(04).
           10  FILLER                  PIC X(01).
           10  LG-SOURCE-PROGRAM       PIC X(08).
           10  FILLER                  PIC X(01).
           10  LG-TRAN-TYPE            PIC X(06).
           10  FILLER                  PIC X(01).
           10  LG-AMOUNT               PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
           10  FILLER                  PIC X(01).
           10  LG-BALANCE-BEFORE       PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
           10  FILLER                  PIC X(01).
           10  LG-BALANCE-AFTER        PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
           10  FILLER                  PIC X(01).
           10  LG-REFERENCE            PIC X(12).
           10  FILLER                  PIC X(03).
