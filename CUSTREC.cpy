      *                   exempt) for the month-end ELPFIN01          *
      *                   assessment - exempt customers are skipped   *
      *                   and listed separately on the register.      *
      *   10/17/2018  RD  Added the merged-into customer number.  A   *
      *                   customer retired by the ELPMRG01 account    *
      *                   merge is closed ("C") with the surviving    *
      *                   customer's number here; zero, or spaces on  *
      *                   a record written before this change, means  *
      *                   the account was never merged away.          *
      ******************************************************************
           10  CR-CUST-NUMBER          PIC 9(06).
           10  CR-CUST-NAME            PIC X(30).
           10  CR-STATUS               PIC X(01).
           10  CR-STATUS-DATE          PIC 9(08).
           10  CR-FIN-EXEMPT           PIC X(01).
           10  CR-MERGED-TO            PIC 9(06).
