      ******************************************************************
      * Program: ELPDUN01.cbl                                         *
      * Author: Rey Devega                                            *
      * Date-Written: 08/22/2018                                      *
      * Purpose: Collection dunning run.  Walks CUSTOUT after elpCob1 *
      *          has closed it, ages each balance by days since the   *
      *          last payment (the same rules ELPRPT02 uses), and     *
      *          prints the collection letters for the mail house     *
      *          (DUNLTR): a first notice at 30 days, a second notice *
      *          at 60, and a final demand at 90+.  The DUNHIST       *
      *          letter history (see DUNREC) records the level each   *
      *          customer has already been sent, so no customer gets  *
      *          the same notice twice, and a customer who has paid   *
      *          since (a new last-payment date, back under 30 days,  *
      *          or paid down under the minimum) is dropped from the  *
      *          history and starts over.  Closed ("C") customers,    *
      *          finance-exempt customers, and balances under the     *
      *          minimum on the parameter card (PARM MIN=n.nn) are    *
      *          skipped.  A customer with no usable mailing address  *
      *          on CUSTADDR gets no letter and no history - the      *
      *          letter goes out the first night the address is       *
      *          fixed - and is listed on a CANNOT MAIL page.  Every  *
      *          final-demand account is also printed on the          *
      *          collection worklist (DUNWORK), one section per       *
      *          region addressed to the region manager on REGNFILE,  *
      *          with the contact phone for follow-up.                *
      * Tectonics: cobc                                               *
      *                                                                *
      * Modification History                                          *
      *   08/22/2018  RD  Original dunning letter program.            *
      *   10/03/2018  RD  Registers its start and end with the        *
      *                   ELPSTP01 step control.  A resubmitted       *
      *                   night skips the step once it is COMPLETE    *
      *                   for the business date.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPDUN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-OUT-FILE ASSIGN TO "CUSTOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO-CUST-NUMBER
               FILE STATUS IS ELP-CUSTOUT-FILE-STATUS.

           SELECT OPTIONAL DUNNING-HISTORY-FILE ASSIGN TO "DUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-CUST-NUMBER
               FILE STATUS IS ELP-DUNHIST-FILE-STATUS.

           SELECT REGION-MASTER-FILE ASSIGN TO "REGNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-REGION-FILE-STATUS.

           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-CUST-NUMBER
               FILE STATUS IS ELP-CUSTADDR-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "DUNLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-LETTER-FILE-STATUS.

           SELECT WORKLIST-FILE ASSIGN TO "DUNWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-WORKLIST-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-OUT-FILE.
       01  CUSTOMER-OUT-RECORD.
           COPY CUSTREC
               REPLACING ==CR-CUST-NUMBER== BY ==CO-CUST-NUMBER==
                         ==CR-CUST-NAME==   BY ==CO-CUST-NAME==
                         ==CR-REGION==      BY ==CO-REGION==
                         ==CR-BALANCE==     BY ==CO-BALANCE==
                         ==CR-CREDIT-LIMIT== BY ==CO-CREDIT-LIMIT==
                         ==CR-LAST-PAY-DATE== BY
                             ==CO-LAST-PAY-DATE==
                         ==CR-STATUS==      BY ==CO-STATUS==
                         ==CR-STATUS-DATE== BY
                             ==CO-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==CO-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==CO-MERGED-TO==.

       FD  DUNNING-HISTORY-FILE.
       01  DUNNING-HISTORY-RECORD.
           COPY DUNREC.

       FD  REGION-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REGION-MASTER-RECORD.
           05  RF-REGION-CODE             PIC X(04).
           05  RF-REGION-NAME             PIC X(30).
           05  RF-REGION-MANAGER          PIC X(30).
           05  FILLER                     PIC X(16).

       FD  CUSTOMER-ADDRESS-FILE.
       01  CUSTOMER-ADDRESS-RECORD.
           COPY CUSTADDR.

       FD  LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LETTER-LINE                    PIC X(80).

       FD  WORKLIST-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WORKLIST-LINE                  PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  ELP-RUNCTL-FILE-STATUS         PIC X(02).
           88  ELP-RUNCTL-FILE-OK         VALUE "00".

       01  ELP-RUN-CONTROL-WORK.
           05  ELP-RUNCTL-FOUND-SW        PIC X(01) VALUE "N".
               88  ELP-RUNCTL-FOUND       VALUE "Y".
           05  ELP-BUSINESS-DATE          PIC 9(08) VALUE 0.
           05  ELP-RUNCTL-STATUS          PIC X(08).
           05  ELP-RUNCTL-MONTH-END-SW    PIC X(01).
               88  ELP-MONTH-END-RUN      VALUE "Y".

       01  ELP-FILE-STATUSES.
           05  ELP-CUSTOUT-FILE-STATUS    PIC X(02).
               88  ELP-CUSTOUT-FILE-OK    VALUE "00".
           05  ELP-DUNHIST-FILE-STATUS    PIC X(02).
               88  ELP-DUNHIST-FILE-OK    VALUE "00" "05".
           05  ELP-REGION-FILE-STATUS     PIC X(02).
               88  ELP-REGION-FILE-OK     VALUE "00".
               88  ELP-REGION-FILE-EOF    VALUE "10".
           05  ELP-CUSTADDR-FILE-STATUS   PIC X(02).
               88  ELP-CUSTADDR-FILE-OK   VALUE "00".
           05  ELP-LETTER-FILE-STATUS     PIC X(02).
               88  ELP-LETTER-FILE-OK     VALUE "00".
           05  ELP-WORKLIST-FILE-STATUS   PIC X(02).
               88  ELP-WORKLIST-FILE-OK   VALUE "00".

       01  ELP-SWITCHES.
           05  ELP-CUSTOUT-EOF-SW         PIC X(01) VALUE "N".
               88  ELP-CUSTOUT-AT-EOF     VALUE "Y".
           05  ELP-HISTORY-FOUND-SW       PIC X(01) VALUE "N".
               88  ELP-HISTORY-FOUND      VALUE "Y".
           05  ELP-MAILABLE-SW            PIC X(01) VALUE "N".
               88  ELP-MAILABLE           VALUE "Y".
           05  ELP-MINIMUM-GOOD-SW        PIC X(01) VALUE "N".
               88  ELP-MINIMUM-GOOD       VALUE "Y".

       01  ELP-ABEND-WORK.
           05  ELP-ABEND-FILE-NAME        PIC X(08).
           05  ELP-ABEND-FILE-STATUS      PIC X(02).

       01  ELP-RUN-DATE-WORK.
           05  ELP-RUN-DATE            PIC 9(08).
           05  ELP-RUN-DATE-INT        PIC S9(09) COMP.

       01  ELP-PARM-VALUE-WORK.
           05  ELP-PARM-VALUE-TEXT        PIC X(10).
           05  ELP-PARM-BAD-CHAR-COUNT    PIC 9(02) COMP.

      ******************************************************************
      * The dunning minimum: a balance under it is not worth a letter. *
      * Used when the parameter card carries no MIN= at all.           *
      ******************************************************************
       01  ELP-DUNNING-WORK.
           05  ELP-DEFAULT-MINIMUM        PIC S9(07)V99 COMP-3
                                          VALUE 25.00.
           05  ELP-MINIMUM-BALANCE        PIC S9(07)V99 COMP-3
                                          VALUE 0.
           05  ELP-DUN-LEVEL              PIC 9(01).

       01  ELP-AGE-WORK.
           05  ELP-AGE-DAYS            PIC S9(06) COMP.
           05  ELP-AGE-BUCKET          PIC 9(01).
           05  ELP-AGE-DATE-GOOD-SW    PIC X(01).
               88  ELP-AGE-DATE-GOOD   VALUE "Y".
           05  ELP-AGE-PAY-DATE        PIC 9(08).
           05  ELP-AGE-PAY-DATE-SPLIT REDEFINES ELP-AGE-PAY-DATE.
               10  ELP-AGE-PAY-YEAR    PIC 9(04).
               10  ELP-AGE-PAY-MONTH   PIC 9(02).
               10  ELP-AGE-PAY-DAY     PIC 9(02).
           05  ELP-AGE-LEAP-REM        PIC 9(04) COMP.
           05  ELP-AGE-LEAP-QUOT       PIC 9(04) COMP.
           05  ELP-AGE-MONTH-MAX       PIC 9(02) COMP.

       01  ELP-MONTH-DAYS-TABLE.
           05  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  ELP-MONTH-DAYS-TBL REDEFINES ELP-MONTH-DAYS-TABLE.
           05  ELP-MONTH-DAYS          OCCURS 12 TIMES PIC 9(02).

       01  rgnValueTbl.
           COPY REGNTBL.

       01  ELP-RGN-LOOKUP-WORK.
           05  ELP-RGN-LOOKUP-SUB         PIC 9(03) COMP.
           05  ELP-RGN-FOUND-SUB          PIC 9(03) COMP.
           05  ELP-RGN-LOOKUP-CODE        PIC X(04).
           05  ELP-RGN-LOOKUP-NAME        PIC X(30).

      ******************************************************************
      * The final-demand accounts, held for the collection worklist    *
      * that prints region by region after the last letter.  The       *
      * region slot is the customer's entry in rgnValueTbl, zero for   *
      * a region code not on the region master.                        *
      ******************************************************************
       01  ELP-WORKLIST-TABLE.
           05  ELP-WL-MAX                 PIC 9(05) COMP VALUE 10000.
           05  ELP-WL-COUNT               PIC 9(05) COMP VALUE 0.
           05  ELP-WL-SUB                 PIC 9(05) COMP.
           05  ELP-WL-ENTRY               OCCURS 10000 TIMES.
               10  ELP-WL-RGN-SLOT        PIC 9(03) COMP.
               10  ELP-WL-REGION          PIC X(04).
               10  ELP-WL-CUST-NUMBER     PIC 9(06).
               10  ELP-WL-CUST-NAME       PIC X(30).
               10  ELP-WL-BALANCE         PIC S9(09)V99 COMP-3.
               10  ELP-WL-LAST-PAY        PIC X(08).
               10  ELP-WL-DAYS            PIC X(05).
               10  ELP-WL-DEMAND-DATE     PIC X(08).
               10  ELP-WL-NOTE            PIC X(08).
               10  ELP-WL-PHONE           PIC X(15).

       01  ELP-WORKLIST-REGION-WORK.
           05  ELP-WL-RGN-SUB             PIC 9(03) COMP.
           05  ELP-WL-RGN-HITS            PIC 9(05) COMP
                                          OCCURS 100 TIMES.
           05  ELP-WL-NO-RGN-HITS         PIC 9(05) COMP VALUE 0.
           05  ELP-WL-SECTION-HITS        PIC 9(05) COMP.
           05  ELP-WL-NEW-DEMAND-DATE     PIC X(08).
           05  ELP-WL-NEW-NOTE            PIC X(08).

      ******************************************************************
      * Customers whose letter is withheld - no address on CUSTADDR,   *
      * or flagged returned-mail - held for the CANNOT MAIL page that  *
      * prints after the last letter, the same as ELPSTM01.            *
      ******************************************************************
       01  ELP-NOMAIL-TABLE.
           05  ELP-NM-MAX                 PIC 9(05) COMP VALUE 10000.
           05  ELP-NM-COUNT               PIC 9(05) COMP VALUE 0.
           05  ELP-NM-SUB                 PIC 9(05) COMP.
           05  ELP-NM-ENTRY               OCCURS 10000 TIMES.
               10  ELP-NM-CUST-NUMBER     PIC 9(06).
               10  ELP-NM-CUST-NAME       PIC X(30).
               10  ELP-NM-REASON          PIC X(20).
               10  ELP-NM-PHONE           PIC X(15).

       01  ELP-NOMAIL-REASON              PIC X(20).

       01  ELP-DUNNING-COUNTS.
           05  ELP-CUST-READ-COUNT        PIC 9(06) COMP VALUE 0.
           05  ELP-CLOSED-SKIP-COUNT      PIC 9(06) COMP VALUE 0.
           05  ELP-EXEMPT-SKIP-COUNT      PIC 9(06) COMP VALUE 0.
           05  ELP-MINIMUM-SKIP-COUNT     PIC 9(06) COMP VALUE 0.
           05  ELP-ALREADY-SENT-COUNT     PIC 9(06) COMP VALUE 0.
           05  ELP-DROPPED-COUNT          PIC 9(06) COMP VALUE 0.
           05  ELP-NOMAIL-COUNT           PIC 9(06) COMP VALUE 0.
           05  ELP-LETTER-PAGE-COUNT      PIC 9(06) COMP VALUE 0.
           05  ELP-LETTER-TOTAL-COUNT     PIC 9(06) COMP VALUE 0.
           05  ELP-LETTER-COUNT           PIC 9(06) COMP
                                          OCCURS 3 TIMES.

       01  ELP-PRINT-CONTROL.
           05  ELP-PAGE-NUMBER            PIC 9(04) COMP VALUE 0.
           05  ELP-LINE-COUNT             PIC 9(04) COMP VALUE 0.
           05  ELP-LETTER-LINE-COUNT      PIC 9(04) COMP VALUE 0.
           05  ELP-LINES-PER-PAGE         PIC 9(04) COMP VALUE 50.

       01  ELP-DAYS-EDIT                  PIC ZZZZ9.

       01  ELP-LETTER-PRINT-AREA          PIC X(80).

      ******************************************************************
      * Letter wording, one title and four body lines per level:       *
      * 1 first notice, 2 second notice, 3 final demand.               *
      ******************************************************************
       01  ELP-LETTER-TITLES.
           05  FILLER                  PIC X(40) VALUE
               "FIRST NOTICE - PAYMENT PAST DUE".
           05  FILLER                  PIC X(40) VALUE
               "SECOND NOTICE - ACCOUNT 60 DAYS PAST DUE".
           05  FILLER                  PIC X(40) VALUE
               "FINAL DEMAND - ACCOUNT 90 DAYS PAST DUE".
       01  ELP-LETTER-TITLE-TBL REDEFINES ELP-LETTER-TITLES.
           05  ELP-LETTER-TITLE        OCCURS 3 TIMES PIC X(40).

       01  ELP-LETTER-WORDING.
           05  FILLER                  PIC X(55) VALUE
               "OUR RECORDS SHOW NO PAYMENT ON THIS ACCOUNT FOR OVER".
           05  FILLER                  PIC X(55) VALUE
               "30 DAYS.  IF YOUR PAYMENT IS ALREADY ON ITS WAY, THANK".
           05  FILLER                  PIC X(55) VALUE
               "YOU - PLEASE DISREGARD THIS NOTICE.  OTHERWISE PLEASE".
           05  FILLER                  PIC X(55) VALUE
               "REMIT THE BALANCE SHOWN BELOW PROMPTLY.".
           05  FILLER                  PIC X(55) VALUE
               "THIS ACCOUNT IS NOW OVER 60 DAYS PAST DUE AND OUR".
           05  FILLER                  PIC X(55) VALUE
               "FIRST NOTICE HAS GONE UNANSWERED.  PLEASE REMIT THE".
           05  FILLER                  PIC X(55) VALUE
               "BALANCE SHOWN BELOW WITHIN TEN DAYS, OR CALL YOUR".
           05  FILLER                  PIC X(55) VALUE
               "REGIONAL OFFICE TO ARRANGE PAYMENT.".
           05  FILLER                  PIC X(55) VALUE
               "THIS ACCOUNT IS OVER 90 DAYS PAST DUE.  THE BALANCE".
           05  FILLER                  PIC X(55) VALUE
               "SHOWN BELOW MUST BE PAID IN FULL WITHIN TEN DAYS.".
           05  FILLER                  PIC X(55) VALUE
               "YOUR REGIONAL MANAGER WILL BE CALLING, AND FURTHER".
           05  FILLER                  PIC X(55) VALUE
               "CREDIT IS ON HOLD UNTIL THE ACCOUNT IS CURRENT.".
       01  ELP-LETTER-WORDING-TBL REDEFINES ELP-LETTER-WORDING.
           05  ELP-LETTER-LEVEL-TEXT   OCCURS 3 TIMES.
               10  ELP-LETTER-BODY     OCCURS 4 TIMES PIC X(55).

       01  ELP-LETTER-BODY-SUB         PIC 9(01) COMP.

       01  ELP-LETTER-HEADING-LINE.
           05  FILLER                  PIC X(25) VALUE
               "COLLECTION NOTICE".
           05  FILLER                  PIC X(16) VALUE
               "NOTICE DATE    ".
           05  ELP-LH-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  ELP-LH-PAGE-NUMBER      PIC ZZZZZ9.

       01  ELP-LETTER-MAIL-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  ELP-LM-TEXT             PIC X(40).

       01  ELP-LETTER-CUST-LINE.
           05  FILLER                  PIC X(10) VALUE "ACCOUNT   ".
           05  ELP-LC-CUST-NUMBER      PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-LC-CUST-NAME        PIC X(30).

       01  ELP-LETTER-TITLE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  ELP-LT-TITLE            PIC X(40).

       01  ELP-LETTER-BODY-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  ELP-LB-TEXT             PIC X(55).

       01  ELP-LETTER-BALANCE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "BALANCE DUE".
           05  ELP-LB-BALANCE          PIC -,---,---,--9.99.

       01  ELP-LETTER-LASTPAY-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "LAST PAYMENT".
           05  ELP-LP-LAST-PAY         PIC X(08).

       01  ELP-LETTER-REGION-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "REGIONAL OFFICE".
           05  ELP-LR-REGION-NAME      PIC X(30).

       01  ELP-LETTER-CONTROL-TITLE    PIC X(40) VALUE
           "DUNNING LETTER CONTROL TOTALS".

       01  ELP-LETTER-CONTROL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  ELP-CL-LABEL            PIC X(25).
           05  ELP-CL-COUNT            PIC ZZZZZ9.

       01  ELP-NOMAIL-TITLE-LINE       PIC X(50) VALUE
           "CANNOT MAIL - DUNNING LETTERS WITHHELD".

       01  ELP-NOMAIL-COLUMN-LINE.
           05  FILLER                  PIC X(08) VALUE "CUSTOMER".
           05  FILLER                  PIC X(32) VALUE "  NAME".
           05  FILLER                  PIC X(22) VALUE "REASON".
           05  FILLER                  PIC X(15) VALUE "PHONE".

       01  ELP-NOMAIL-NONE-LINE        PIC X(40) VALUE
           "  NONE - EVERY LETTER MAILED".

       01  ELP-NOMAIL-DETAIL-LINE.
           05  ELP-ND-CUST-NUMBER      PIC 9(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  ELP-ND-CUST-NAME        PIC X(30).
           05  ELP-ND-REASON           PIC X(22).
           05  ELP-ND-PHONE            PIC X(15).

       01  ELP-HEADING-LINE-1.
           05  FILLER                  PIC X(34) VALUE
               "FINAL DEMAND COLLECTION WORKLIST".
           05  FILLER                  PIC X(09) VALUE "RUN DATE ".
           05  ELP-H1-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(72) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  ELP-H1-PAGE-NUMBER      PIC ZZZ9.

       01  ELP-HEADING-LINE-2.
           05  FILLER                  PIC X(04) VALUE "TO: ".
           05  ELP-H2-MANAGER          PIC X(30).
           05  FILLER                  PIC X(09) VALUE "  REGION ".
           05  ELP-H2-REGION           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-H2-REGION-NAME      PIC X(30).

       01  ELP-HEADING-LINE-3.
           05  FILLER                  PIC X(08) VALUE "CUST NO.".
           05  FILLER                  PIC X(31) VALUE
               "  CUSTOMER NAME".
           05  FILLER                  PIC X(17) VALUE
               "          BALANCE".
           05  FILLER                  PIC X(10) VALUE "  LAST PAY".
           05  FILLER                  PIC X(07) VALUE "   DAYS".
           05  FILLER                  PIC X(10) VALUE "  DEMANDED".
           05  FILLER                  PIC X(10) VALUE "  NOTE".
           05  FILLER                  PIC X(15) VALUE "PHONE".

       01  ELP-DETAIL-LINE.
           05  ELP-DL-CUST-NUMBER      PIC 9(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  ELP-DL-CUST-NAME        PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ELP-DL-BALANCE          PIC -,---,---,--9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-LAST-PAY         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-DAYS             PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-DEMAND-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-NOTE             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-PHONE            PIC X(15).

       01  ELP-SECTION-TOTAL-LINE.
           05  FILLER                  PIC X(26) VALUE
               "FINAL DEMAND ACCOUNTS".
           05  ELP-ST-COUNT            PIC ZZZZ9.

       01  ELP-WORKLIST-NONE-LINE      PIC X(50) VALUE
           "NO FINAL DEMAND ACCOUNTS THIS RUN".

       01  ELP-STEP-CONTROL.
           COPY STEPCTL.

       01  ELP-STEP-BEGUN-SW              PIC X(01) VALUE "N".
           88  ELP-STEP-BEGUN             VALUE "Y".

       LINKAGE SECTION.
       01  ELP-PARM-INFO.
           05  ELP-PARM-LENGTH            PIC S9(04) COMP.
           05  ELP-PARM-DATA              PIC X(80).

       PROCEDURE DIVISION USING ELP-PARM-INFO.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-READ-CUSTOMER THRU 2000-READ-CUSTOMER-EXIT
           PERFORM 3000-DUN-ONE-CUSTOMER
                   THRU 3000-DUN-ONE-CUSTOMER-EXIT
                   UNTIL ELP-CUSTOUT-AT-EOF
           PERFORM 4800-PRINT-CANNOT-MAIL-PAGE
                   THRU 4800-PRINT-CANNOT-MAIL-PAGE-EXIT
           PERFORM 4900-PRINT-CONTROL-PAGE
                   THRU 4900-PRINT-CONTROL-PAGE-EXIT
           PERFORM 5000-PRINT-WORKLIST THRU 5000-PRINT-WORKLIST-EXIT
           GO TO 9999-TERMINATE.

      ******************************************************************
      * 1000-INITIALIZE - opens the files and parses the MIN= PARM.    *
      * No PARM at all means the house minimum; a MIN= that is there   *
      * but unusable stops the run before a letter prints, the same    *
      * rule ELPFIN01 applies to its RATE=.                            *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1020-BEGIN-STEP THRU 1020-BEGIN-STEP-EXIT
           PERFORM 1050-READ-RUN-CONTROL
                   THRU 1050-READ-RUN-CONTROL-EXIT
           MOVE ELP-BUSINESS-DATE TO ELP-RUN-DATE
           MOVE ELP-RUN-DATE TO ELP-LH-RUN-DATE
           MOVE ELP-RUN-DATE TO ELP-H1-RUN-DATE
           COMPUTE ELP-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(ELP-RUN-DATE)
           PERFORM 1100-PARSE-MINIMUM-PARM
                   THRU 1100-PARSE-MINIMUM-PARM-EXIT
           IF NOT ELP-MINIMUM-GOOD
               DISPLAY "ELPDUN01 - MIN= PARM UNUSABLE - NO LETTERS "
                   "PRINTED"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF
           OPEN INPUT CUSTOMER-OUT-FILE
           IF NOT ELP-CUSTOUT-FILE-OK
               MOVE "CUSTOUT" TO ELP-ABEND-FILE-NAME
               MOVE ELP-CUSTOUT-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN I-O DUNNING-HISTORY-FILE
           IF NOT ELP-DUNHIST-FILE-OK
               MOVE "DUNHIST" TO ELP-ABEND-FILE-NAME
               MOVE ELP-DUNHIST-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN INPUT CUSTOMER-ADDRESS-FILE
           IF NOT ELP-CUSTADDR-FILE-OK
               MOVE "CUSTADDR" TO ELP-ABEND-FILE-NAME
               MOVE ELP-CUSTADDR-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN OUTPUT LETTER-FILE
           IF NOT ELP-LETTER-FILE-OK
               MOVE "DUNLTR" TO ELP-ABEND-FILE-NAME
               MOVE ELP-LETTER-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN OUTPUT WORKLIST-FILE
           IF NOT ELP-WORKLIST-FILE-OK
               MOVE "DUNWORK" TO ELP-ABEND-FILE-NAME
               MOVE ELP-WORKLIST-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           PERFORM 1700-LOAD-REGION-MASTER
                   THRU 1700-LOAD-REGION-MASTER-EXIT
           MOVE 0 TO ELP-LETTER-COUNT(1)
           MOVE 0 TO ELP-LETTER-COUNT(2)
           MOVE 0 TO ELP-LETTER-COUNT(3)
           PERFORM 1150-ZERO-REGION-HITS
                   THRU 1150-ZERO-REGION-HITS-EXIT
                   VARYING ELP-WL-RGN-SUB FROM 1 BY 1
                   UNTIL ELP-WL-RGN-SUB > 100.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1020-BEGIN-STEP - registers the step with ELPSTP01 before any  *
      * file is opened.  A step already COMPLETE for the business date *
      * stops here on a resubmitted night with return code 0; a held   *
      * step stops with return code 12 (the ELPSTP01 DISPLAYs say      *
      * why).                                                          *
      ******************************************************************
       1020-BEGIN-STEP.
           MOVE "BEGIN" TO SC-FUNCTION
           MOVE "ELPDUN01" TO SC-STEP-NAME
           MOVE "N" TO SC-BACKUP-SW
           MOVE RETURN-CODE TO SC-RETURN-CODE
           CALL "ELPSTP01" USING ELP-STEP-CONTROL
           MOVE SC-RETURN-CODE TO RETURN-CODE
           IF SC-STEP-SKIP OR SC-STEP-HOLD
               Stop Run
           END-IF
           IF SC-STEP-RUN
               SET ELP-STEP-BEGUN TO TRUE
           END-IF.
       1020-BEGIN-STEP-EXIT.
           EXIT.

      ******************************************************************
      * 1050-READ-RUN-CONTROL - picks up the business processing date  *
      * (and the run status / month-end switch) from the RUNCTL file   *
      * operations sets up ahead of the stream, so every step dates    *
      * itself from the business date instead of the wall clock.  A    *
      * missing or unusable RUNCTL falls back to the system date       *
      * with a warning so a deliberate standalone run still works.     *
      ******************************************************************
       1050-READ-RUN-CONTROL.
           MOVE SPACES TO ELP-RUNCTL-STATUS
           MOVE "N" TO ELP-RUNCTL-MONTH-END-SW
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT ELP-RUNCTL-FILE-OK
               DISPLAY "ELPDUN01 - RUNCTL NOT AVAILABLE - FILE STATUS "
                   ELP-RUNCTL-FILE-STATUS " - SYSTEM DATE USED"
               ACCEPT ELP-BUSINESS-DATE FROM DATE YYYYMMDD
               GO TO 1050-READ-RUN-CONTROL-EXIT
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RC-BUSINESS-DATE NUMERIC
                       AND RC-BUSINESS-DATE > 0
                       SET ELP-RUNCTL-FOUND TO TRUE
                       MOVE RC-BUSINESS-DATE TO ELP-BUSINESS-DATE
                       MOVE RC-RUN-STATUS TO ELP-RUNCTL-STATUS
                       MOVE RC-MONTH-END-SW
                           TO ELP-RUNCTL-MONTH-END-SW
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE
           IF NOT ELP-RUNCTL-FOUND
               DISPLAY "ELPDUN01 - RUNCTL UNUSABLE - SYSTEM DATE USED"
               ACCEPT ELP-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1100-PARSE-MINIMUM-PARM - MIN=n.nn on the parameter card sets  *
      * the smallest balance worth a letter.  No MIN= at all uses the  *
      * house default with a note on the log.                          *
      ******************************************************************
       1100-PARSE-MINIMUM-PARM.
           IF ELP-PARM-LENGTH NOT > 4
               OR ELP-PARM-DATA(1:4) NOT = "MIN="
               MOVE ELP-DEFAULT-MINIMUM TO ELP-MINIMUM-BALANCE
               SET ELP-MINIMUM-GOOD TO TRUE
               DISPLAY "ELPDUN01 - NO MIN= PARM - DEFAULT MINIMUM "
                   "BALANCE USED"
               GO TO 1100-PARSE-MINIMUM-PARM-EXIT
           END-IF
           MOVE SPACES TO ELP-PARM-VALUE-TEXT
           MOVE ELP-PARM-DATA(5:ELP-PARM-LENGTH - 4)
               TO ELP-PARM-VALUE-TEXT
           MOVE 0 TO ELP-PARM-BAD-CHAR-COUNT
           INSPECT ELP-PARM-VALUE-TEXT
               TALLYING ELP-PARM-BAD-CHAR-COUNT
               FOR ALL "A" ALL "B" ALL "C" ALL "D" ALL "E"
                   ALL "F" ALL "G" ALL "H" ALL "I" ALL "J"
                   ALL "K" ALL "L" ALL "M" ALL "N" ALL "O"
                   ALL "P" ALL "Q" ALL "R" ALL "S" ALL "T"
                   ALL "U" ALL "V" ALL "W" ALL "X" ALL "Y"
                   ALL "Z" ALL "," ALL "=" ALL "-"
           IF ELP-PARM-BAD-CHAR-COUNT = 0
               AND ELP-PARM-VALUE-TEXT NOT = SPACES
               COMPUTE ELP-MINIMUM-BALANCE =
                   FUNCTION NUMVAL(ELP-PARM-VALUE-TEXT)
               SET ELP-MINIMUM-GOOD TO TRUE
           END-IF.
       1100-PARSE-MINIMUM-PARM-EXIT.
           EXIT.

       1150-ZERO-REGION-HITS.
           MOVE 0 TO ELP-WL-RGN-HITS(ELP-WL-RGN-SUB).
       1150-ZERO-REGION-HITS-EXIT.
           EXIT.

      ******************************************************************
      * 1600-ABEND-OPEN-FAILURE - a required file would not open.  The *
      * caller moves the file name and the file status into            *
      * ELP-ABEND-FILE-NAME/ELP-ABEND-FILE-STATUS before PERFORMing    *
      * this, then GOes TO 9999-TERMINATE, the same convention as      *
      * elpCob1.                                                       *
      ******************************************************************
       1600-ABEND-OPEN-FAILURE.
           DISPLAY "ELPDUN01 - OPEN FAILED FOR " ELP-ABEND-FILE-NAME
               " - FILE STATUS " ELP-ABEND-FILE-STATUS
           MOVE 90 TO RETURN-CODE.
       1600-ABEND-OPEN-FAILURE-EXIT.
           EXIT.

      ******************************************************************
      * 1700-LOAD-REGION-MASTER - loads REGNFILE into rgnValueTbl,     *
      * the same load elpCob1 does at its own initialization, so the   *
      * letters carry the region name and the worklist sections can    *
      * be addressed to each region's manager.                         *
      ******************************************************************
       1700-LOAD-REGION-MASTER.
           OPEN INPUT REGION-MASTER-FILE
           IF NOT ELP-REGION-FILE-OK
               MOVE "REGNFILE" TO ELP-ABEND-FILE-NAME
               MOVE ELP-REGION-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           MOVE 0 TO RG-RGN-COUNT
           PERFORM 1710-READ-REGION-REC
                   THRU 1710-READ-REGION-REC-EXIT
                   UNTIL ELP-REGION-FILE-EOF
           CLOSE REGION-MASTER-FILE.
       1700-LOAD-REGION-MASTER-EXIT.
           EXIT.

       1710-READ-REGION-REC.
           READ REGION-MASTER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RG-RGN-COUNT < 100
                       ADD 1 TO RG-RGN-COUNT
                       MOVE RF-REGION-CODE
                           TO RG-RGN-CODE(RG-RGN-COUNT)
                       MOVE RF-REGION-NAME
                           TO RG-RGN-NAME(RG-RGN-COUNT)
                       MOVE RF-REGION-MANAGER
                           TO RG-RGN-MANAGER(RG-RGN-COUNT)
                   ELSE
                       DISPLAY "ELPDUN01 - REGION MASTER TABLE FULL - "
                           "REGION " RF-REGION-CODE " IGNORED"
                   END-IF
           END-READ.
       1710-READ-REGION-REC-EXIT.
           EXIT.

       2000-READ-CUSTOMER.
           READ CUSTOMER-OUT-FILE NEXT RECORD
               AT END
                   SET ELP-CUSTOUT-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ELP-CUST-READ-COUNT
           END-READ.
       2000-READ-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 3000-DUN-ONE-CUSTOMER - decides the letter, if any, one        *
      * customer is owed tonight.  The level owed is the aging bucket  *
      * less one (30 days first notice, 60 second, 90+ final demand).  *
      * A customer already sent that level gets nothing new; a         *
      * customer newly 90+ without a 30 or 60 letter on file goes      *
      * straight to the final demand - the letter always matches how   *
      * late the account is.  Every final-demand account, new or       *
      * already sent, goes on the collection worklist.                 *
      ******************************************************************
       3000-DUN-ONE-CUSTOMER.
           IF CO-STATUS = "C"
               ADD 1 TO ELP-CLOSED-SKIP-COUNT
               GO TO 3000-NEXT-CUSTOMER
           END-IF
           IF CO-FIN-EXEMPT = "Y"
               ADD 1 TO ELP-EXEMPT-SKIP-COUNT
               GO TO 3000-NEXT-CUSTOMER
           END-IF
           PERFORM 3100-READ-HISTORY THRU 3100-READ-HISTORY-EXIT
           PERFORM 3200-COMPUTE-AGE-DAYS
                   THRU 3200-COMPUTE-AGE-DAYS-EXIT
           IF CO-BALANCE NOT > 0
               OR CO-BALANCE < ELP-MINIMUM-BALANCE
               OR ELP-AGE-BUCKET = 1
               IF ELP-HISTORY-FOUND
                   PERFORM 3300-DROP-HISTORY
                           THRU 3300-DROP-HISTORY-EXIT
               END-IF
               IF ELP-AGE-BUCKET > 1
                   ADD 1 TO ELP-MINIMUM-SKIP-COUNT
               END-IF
               GO TO 3000-NEXT-CUSTOMER
           END-IF
           IF ELP-HISTORY-FOUND
               AND DH-LAST-PAY-DATE NOT = CO-LAST-PAY-DATE
               PERFORM 3300-DROP-HISTORY
                       THRU 3300-DROP-HISTORY-EXIT
           END-IF
           COMPUTE ELP-DUN-LEVEL = ELP-AGE-BUCKET - 1
           PERFORM 3050-GET-MAILING-ADDRESS
                   THRU 3050-GET-MAILING-ADDRESS-EXIT
           IF ELP-HISTORY-FOUND
               AND DH-LEVEL NOT < ELP-DUN-LEVEL
               ADD 1 TO ELP-ALREADY-SENT-COUNT
               IF DH-FINAL-DEMAND
                   MOVE DH-LEVEL-DATE(3) TO ELP-WL-NEW-DEMAND-DATE
                   MOVE "SENT" TO ELP-WL-NEW-NOTE
                   PERFORM 3700-ADD-TO-WORKLIST
                           THRU 3700-ADD-TO-WORKLIST-EXIT
               END-IF
               GO TO 3000-NEXT-CUSTOMER
           END-IF
           IF NOT ELP-MAILABLE
               PERFORM 3060-NOTE-CANNOT-MAIL
                       THRU 3060-NOTE-CANNOT-MAIL-EXIT
               IF ELP-DUN-LEVEL = 3
                   MOVE "NOT SENT" TO ELP-WL-NEW-DEMAND-DATE
                   MOVE "NO MAIL" TO ELP-WL-NEW-NOTE
                   PERFORM 3700-ADD-TO-WORKLIST
                           THRU 3700-ADD-TO-WORKLIST-EXIT
               END-IF
               GO TO 3000-NEXT-CUSTOMER
           END-IF
           PERFORM 3400-PRINT-LETTER THRU 3400-PRINT-LETTER-EXIT
           PERFORM 3500-RECORD-HISTORY THRU 3500-RECORD-HISTORY-EXIT
           IF ELP-DUN-LEVEL = 3
               MOVE ELP-RUN-DATE TO ELP-WL-NEW-DEMAND-DATE
               MOVE "NEW" TO ELP-WL-NEW-NOTE
               PERFORM 3700-ADD-TO-WORKLIST
                       THRU 3700-ADD-TO-WORKLIST-EXIT
           END-IF.
       3000-NEXT-CUSTOMER.
           PERFORM 2000-READ-CUSTOMER THRU 2000-READ-CUSTOMER-EXIT.
       3000-DUN-ONE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 3050-GET-MAILING-ADDRESS - READs the customer's CUSTADDR entry *
      * and decides whether a letter can be mailed, by the rules       *
      * ELPSTM01 applies to statements: an entry with a first street   *
      * line and a city, not flagged returned-mail.                    *
      ******************************************************************
       3050-GET-MAILING-ADDRESS.
           MOVE "N" TO ELP-MAILABLE-SW
           MOVE SPACES TO ELP-NOMAIL-REASON
           MOVE CO-CUST-NUMBER TO CA-CUST-NUMBER
           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-ADDRESS-RECORD
                   MOVE "NO ADDRESS ON FILE" TO ELP-NOMAIL-REASON
                   GO TO 3050-GET-MAILING-ADDRESS-EXIT
           END-READ
           IF CA-RETURNED-MAIL = "Y"
               MOVE "RETURNED MAIL" TO ELP-NOMAIL-REASON
               GO TO 3050-GET-MAILING-ADDRESS-EXIT
           END-IF
           IF CA-STREET-1 = SPACES
               OR CA-CITY = SPACES
               MOVE "ADDRESS INCOMPLETE" TO ELP-NOMAIL-REASON
               GO TO 3050-GET-MAILING-ADDRESS-EXIT
           END-IF
           SET ELP-MAILABLE TO TRUE.
       3050-GET-MAILING-ADDRESS-EXIT.
           EXIT.

      ******************************************************************
      * 3060-NOTE-CANNOT-MAIL - holds a withheld letter for the CANNOT *
      * MAIL page.  A table overflow is a warning - the letter is      *
      * still withheld and counted, it just misses the page.           *
      ******************************************************************
       3060-NOTE-CANNOT-MAIL.
           ADD 1 TO ELP-NOMAIL-COUNT
           IF ELP-NM-COUNT < ELP-NM-MAX
               ADD 1 TO ELP-NM-COUNT
               MOVE CO-CUST-NUMBER TO ELP-NM-CUST-NUMBER(ELP-NM-COUNT)
               MOVE CO-CUST-NAME TO ELP-NM-CUST-NAME(ELP-NM-COUNT)
               MOVE ELP-NOMAIL-REASON TO ELP-NM-REASON(ELP-NM-COUNT)
               MOVE CA-PHONE TO ELP-NM-PHONE(ELP-NM-COUNT)
           ELSE
               DISPLAY "ELPDUN01 - CANNOT MAIL TABLE FULL - CUSTOMER "
                   CO-CUST-NUMBER " WITHHELD BUT NOT LISTED"
           END-IF.
       3060-NOTE-CANNOT-MAIL-EXIT.
           EXIT.

       3100-READ-HISTORY.
           MOVE "N" TO ELP-HISTORY-FOUND-SW
           MOVE CO-CUST-NUMBER TO DH-CUST-NUMBER
           READ DUNNING-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ELP-HISTORY-FOUND TO TRUE
           END-READ.
       3100-READ-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 3200-COMPUTE-AGE-DAYS - days between the customer's last       *
      * payment and the run date, and the aging bucket that falls in,  *
      * the same rules ELPRPT02 applies: a zero, non-numeric, or       *
      * impossible date goes straight to the 90+ bucket, and a post-   *
      * dated payment counts as current.                               *
      ******************************************************************
       3200-COMPUTE-AGE-DAYS.
           MOVE "N" TO ELP-AGE-DATE-GOOD-SW
           MOVE 4 TO ELP-AGE-BUCKET
           MOVE 0 TO ELP-AGE-DAYS
           IF CO-LAST-PAY-DATE NOT NUMERIC
               OR CO-LAST-PAY-DATE = 0
               GO TO 3200-COMPUTE-AGE-DAYS-EXIT
           END-IF
           MOVE CO-LAST-PAY-DATE TO ELP-AGE-PAY-DATE
           IF ELP-AGE-PAY-YEAR < 1800 OR ELP-AGE-PAY-YEAR > 9999
               OR ELP-AGE-PAY-MONTH < 1 OR ELP-AGE-PAY-MONTH > 12
               GO TO 3200-COMPUTE-AGE-DAYS-EXIT
           END-IF
           MOVE ELP-MONTH-DAYS(ELP-AGE-PAY-MONTH)
               TO ELP-AGE-MONTH-MAX
           IF ELP-AGE-PAY-MONTH = 2
               DIVIDE ELP-AGE-PAY-YEAR BY 4
                   GIVING ELP-AGE-LEAP-QUOT
                   REMAINDER ELP-AGE-LEAP-REM
               IF ELP-AGE-LEAP-REM = 0
                   DIVIDE ELP-AGE-PAY-YEAR BY 100
                       GIVING ELP-AGE-LEAP-QUOT
                       REMAINDER ELP-AGE-LEAP-REM
                   IF ELP-AGE-LEAP-REM NOT = 0
                       MOVE 29 TO ELP-AGE-MONTH-MAX
                   ELSE
                       DIVIDE ELP-AGE-PAY-YEAR BY 400
                           GIVING ELP-AGE-LEAP-QUOT
                           REMAINDER ELP-AGE-LEAP-REM
                       IF ELP-AGE-LEAP-REM = 0
                           MOVE 29 TO ELP-AGE-MONTH-MAX
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF ELP-AGE-PAY-DAY < 1
               OR ELP-AGE-PAY-DAY > ELP-AGE-MONTH-MAX
               GO TO 3200-COMPUTE-AGE-DAYS-EXIT
           END-IF
           SET ELP-AGE-DATE-GOOD TO TRUE
           COMPUTE ELP-AGE-DAYS = ELP-RUN-DATE-INT -
               FUNCTION INTEGER-OF-DATE(ELP-AGE-PAY-DATE)
           IF ELP-AGE-DAYS < 0
               MOVE 0 TO ELP-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN ELP-AGE-DAYS < 30
                   MOVE 1 TO ELP-AGE-BUCKET
               WHEN ELP-AGE-DAYS < 60
                   MOVE 2 TO ELP-AGE-BUCKET
               WHEN ELP-AGE-DAYS < 90
                   MOVE 3 TO ELP-AGE-BUCKET
               WHEN OTHER
                   MOVE 4 TO ELP-AGE-BUCKET
           END-EVALUATE.
       3200-COMPUTE-AGE-DAYS-EXIT.
           EXIT.

      ******************************************************************
      * 3300-DROP-HISTORY - the customer has paid since the last       *
      * letter (new last-payment date, back under 30 days, or paid     *
      * down under the minimum), so the letter history is deleted and  *
      * the next delinquency starts again at a first notice.           *
      ******************************************************************
       3300-DROP-HISTORY.
           DELETE DUNNING-HISTORY-FILE RECORD
               INVALID KEY
                   DISPLAY "ELPDUN01 - DUNHIST DELETE FAILED FOR "
                       "CUSTOMER " DH-CUST-NUMBER " - FILE STATUS "
                       ELP-DUNHIST-FILE-STATUS
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   GO TO 3300-DROP-HISTORY-EXIT
           END-DELETE
           MOVE "N" TO ELP-HISTORY-FOUND-SW
           ADD 1 TO ELP-DROPPED-COUNT.
       3300-DROP-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 3400-PRINT-LETTER - one collection letter on its own page: the *
      * mailing block, the account line, the level's title and         *
      * wording, then the balance, last payment, and regional office.  *
      ******************************************************************
       3400-PRINT-LETTER.
           PERFORM 4050-START-LETTER-PAGE
                   THRU 4050-START-LETTER-PAGE-EXIT
           PERFORM 3450-PRINT-MAILING-BLOCK
                   THRU 3450-PRINT-MAILING-BLOCK-EXIT
           MOVE CO-CUST-NUMBER TO ELP-LC-CUST-NUMBER
           MOVE CO-CUST-NAME TO ELP-LC-CUST-NAME
           MOVE ELP-LETTER-CUST-LINE TO ELP-LETTER-PRINT-AREA
           PERFORM 4000-WRITE-LETTER-LINE
                   THRU 4000-WRITE-LETTER-LINE-EXIT
           PERFORM 4100-WRITE-BLANK-LINE
                   THRU 4100-WRITE-BLANK-LINE-EXIT
           MOVE ELP-LETTER-TITLE(ELP-DUN-LEVEL) TO ELP-LT-TITLE
           MOVE ELP-LETTER-TITLE-LINE TO ELP-LETTER-PRINT-AREA
           PERFORM 4000-WRITE-LETTER-LINE
                   THRU 4000-WRITE-LETTER-LINE-EXIT
           PERFORM 4100-WRITE-BLANK-LINE
                   THRU 4100-WRITE-BLANK-LINE-EXIT
           PERFORM 3460-PRINT-ONE-BODY-LINE
                   THRU 3460-PRINT-ONE-BODY-LINE-EXIT
                   VARYING ELP-LETTER-BODY-SUB FROM 1 BY 1
                   UNTIL ELP-LETTER-BODY-SUB > 4
           PERFORM 4100-WRITE-BLANK-LINE
                   THRU 4100-WRITE-BLANK-LINE-EXIT
           MOVE CO-BALANCE TO ELP-LB-BALANCE
           MOVE ELP-LETTER-BALANCE-LINE TO ELP-LETTER-PRINT-AREA
           PERFORM 4000-WRITE-LETTER-LINE
                   THRU 4000-WRITE-LETTER-LINE-EXIT
           IF ELP-AGE-DATE-GOOD
               MOVE CO-LAST-PAY-DATE TO ELP-LP-LAST-PAY
           ELSE
               MOVE "NONE" TO ELP-LP-LAST-PAY
           END-IF
           MOVE ELP-LETTER-LASTPAY-LINE TO ELP-LETTER-PRINT-AREA
           PERFORM 4000-WRITE-LETTER-LINE
                   THRU 4000-WRITE-LETTER-LINE-EXIT
           MOVE CO-REGION TO ELP-RGN-LOOKUP-CODE
           PERFORM 4500-FIND-REGION THRU 4500-FIND-REGION-EXIT
           MOVE ELP-RGN-LOOKUP-NAME TO ELP-LR-REGION-NAME
           MOVE ELP-LETTER-REGION-LINE TO ELP-LETTER-PRINT-AREA
           PERFORM 4000-WRITE-LETTER-LINE
                   THRU 4000-WRITE-LETTER-LINE-EXIT
           ADD 1 TO ELP-LETTER-COUNT(ELP-DUN-LEVEL)
           ADD 1 TO ELP-LETTER-TOTAL-COUNT.
       3400-PRINT-LETTER-EXIT.
           EXIT.

      ******************************************************************
      * 3450-PRINT-MAILING-BLOCK - the window-envelope address block,  *
      * laid out exactly as ELPSTM01 prints it on the statements.      *
      ******************************************************************
       3450-PRINT-MAILING-BLOCK.
           MOVE CO-CUST-NAME TO ELP-LM-TEXT
           MOVE ELP-LETTER-MAIL-LINE TO ELP-LETTER-PRINT-AREA
           PERFORM 4000-WRITE-LETTER-LINE
                   THRU 4000-WRITE-LETTER-LINE-EXIT
           MOVE CA-STREET-1 TO ELP-LM-TEXT
           MOVE ELP-LETTER-MAIL-LINE TO ELP-LETTER-PRINT-AREA
           PERFORM 4000-WRITE-LETTER-LINE
                   THRU 4000-WRITE-LETTER-LINE-EXIT
           IF CA-STREET-2 NOT = SPACES
               MOVE CA-STREET-2 TO ELP-LM-TEXT
               MOVE ELP-LETTER-MAIL-LINE TO ELP-LETTER-PRINT-AREA
               PERFORM 4000-WRITE-LETTER-LINE
                       THRU 4000-WRITE-LETTER-LINE-EXIT
           END-IF
           MOVE SPACES TO ELP-LM-TEXT
           STRING CA-CITY DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  CA-STATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CA-POSTAL-CODE DELIMITED BY SIZE
               INTO ELP-LM-TEXT
           END-STRING
           MOVE ELP-LETTER-MAIL-LINE TO ELP-LETTER-PRINT-AREA
           PERFORM 4000-WRITE-LETTER-LINE
                   THRU 4000-WRITE-LETTER-LINE-EXIT
           PERFORM 4100-WRITE-BLANK-LINE
                   THRU 4100-WRITE-BLANK-LINE-EXIT.
       3450-PRINT-MAILING-BLOCK-EXIT.
           EXIT.

       3460-PRINT-ONE-BODY-LINE.
           MOVE ELP-LETTER-BODY(ELP-DUN-LEVEL, ELP-LETTER-BODY-SUB)
               TO ELP-LB-TEXT
           MOVE ELP-LETTER-BODY-LINE TO ELP-LETTER-PRINT-AREA
           PERFORM 4000-WRITE-LETTER-LINE
                   THRU 4000-WRITE-LETTER-LINE-EXIT.
       3460-PRINT-ONE-BODY-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 3500-RECORD-HISTORY - records the level just mailed, the date  *
      * it went out, the balance it was sent on, and the last-payment  *
      * date on file, so tomorrow's run neither repeats it nor misses  *
      * a payment made after it.                                       *
      ******************************************************************
       3500-RECORD-HISTORY.
           IF NOT ELP-HISTORY-FOUND
               MOVE SPACES TO DUNNING-HISTORY-RECORD
               MOVE CO-CUST-NUMBER TO DH-CUST-NUMBER
               MOVE 0 TO DH-LEVEL-DATE(1)
               MOVE 0 TO DH-LEVEL-DATE(2)
               MOVE 0 TO DH-LEVEL-DATE(3)
           END-IF
           MOVE ELP-DUN-LEVEL TO DH-LEVEL
           MOVE ELP-RUN-DATE TO DH-LEVEL-DATE(ELP-DUN-LEVEL)
           MOVE CO-BALANCE TO DH-LEVEL-BALANCE
           MOVE CO-LAST-PAY-DATE TO DH-LAST-PAY-DATE
           IF ELP-HISTORY-FOUND
               REWRITE DUNNING-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "ELPDUN01 - DUNHIST REWRITE FAILED FOR "
                           "CUSTOMER " DH-CUST-NUMBER
                           " - FILE STATUS " ELP-DUNHIST-FILE-STATUS
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
               END-REWRITE
           ELSE
               WRITE DUNNING-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "ELPDUN01 - DUNHIST WRITE FAILED FOR "
                           "CUSTOMER " DH-CUST-NUMBER
                           " - FILE STATUS " ELP-DUNHIST-FILE-STATUS
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
               END-WRITE
           END-IF.
       3500-RECORD-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 3700-ADD-TO-WORKLIST - holds a final-demand account for the    *
      * collection worklist, with the demand date and note the caller  *
      * moved into ELP-WL-NEW-DEMAND-DATE/NOTE.  A table overflow is   *
      * a warning with a condition code, so the overflow is worked     *
      * from the log rather than lost.                                 *
      ******************************************************************
       3700-ADD-TO-WORKLIST.
           IF ELP-WL-COUNT NOT < ELP-WL-MAX
               DISPLAY "ELPDUN01 - WORKLIST TABLE FULL - CUSTOMER "
                   CO-CUST-NUMBER " LEFT OFF THE WORKLIST"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 3700-ADD-TO-WORKLIST-EXIT
           END-IF
           ADD 1 TO ELP-WL-COUNT
           MOVE CO-REGION TO ELP-RGN-LOOKUP-CODE
           PERFORM 4500-FIND-REGION THRU 4500-FIND-REGION-EXIT
           MOVE ELP-RGN-FOUND-SUB TO ELP-WL-RGN-SLOT(ELP-WL-COUNT)
           IF ELP-RGN-FOUND-SUB > 0
               ADD 1 TO ELP-WL-RGN-HITS(ELP-RGN-FOUND-SUB)
           ELSE
               ADD 1 TO ELP-WL-NO-RGN-HITS
           END-IF
           MOVE CO-REGION TO ELP-WL-REGION(ELP-WL-COUNT)
           MOVE CO-CUST-NUMBER TO ELP-WL-CUST-NUMBER(ELP-WL-COUNT)
           MOVE CO-CUST-NAME TO ELP-WL-CUST-NAME(ELP-WL-COUNT)
           MOVE CO-BALANCE TO ELP-WL-BALANCE(ELP-WL-COUNT)
           IF ELP-AGE-DATE-GOOD
               MOVE CO-LAST-PAY-DATE TO ELP-WL-LAST-PAY(ELP-WL-COUNT)
               MOVE ELP-AGE-DAYS TO ELP-DAYS-EDIT
               MOVE ELP-DAYS-EDIT TO ELP-WL-DAYS(ELP-WL-COUNT)
           ELSE
               MOVE "NONE" TO ELP-WL-LAST-PAY(ELP-WL-COUNT)
               MOVE "  N/A" TO ELP-WL-DAYS(ELP-WL-COUNT)
           END-IF
           MOVE ELP-WL-NEW-DEMAND-DATE
               TO ELP-WL-DEMAND-DATE(ELP-WL-COUNT)
           MOVE ELP-WL-NEW-NOTE TO ELP-WL-NOTE(ELP-WL-COUNT)
           MOVE CA-PHONE TO ELP-WL-PHONE(ELP-WL-COUNT).
       3700-ADD-TO-WORKLIST-EXIT.
           EXIT.

      ******************************************************************
      * 4000-WRITE-LETTER-LINE - writes the line the caller moved into *
      * ELP-LETTER-PRINT-AREA, continuing onto an overflow page when   *
      * a long CANNOT MAIL list runs past the page.                    *
      ******************************************************************
       4000-WRITE-LETTER-LINE.
           IF ELP-LETTER-LINE-COUNT >= ELP-LINES-PER-PAGE
               PERFORM 4050-START-LETTER-PAGE
                       THRU 4050-START-LETTER-PAGE-EXIT
           END-IF
           WRITE LETTER-LINE FROM ELP-LETTER-PRINT-AREA
           ADD 1 TO ELP-LETTER-LINE-COUNT.
       4000-WRITE-LETTER-LINE-EXIT.
           EXIT.

       4050-START-LETTER-PAGE.
           ADD 1 TO ELP-LETTER-PAGE-COUNT
           MOVE ELP-LETTER-PAGE-COUNT TO ELP-LH-PAGE-NUMBER
           WRITE LETTER-LINE FROM ELP-LETTER-HEADING-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE 2 TO ELP-LETTER-LINE-COUNT.
       4050-START-LETTER-PAGE-EXIT.
           EXIT.

       4100-WRITE-BLANK-LINE.
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO ELP-LETTER-LINE-COUNT.
       4100-WRITE-BLANK-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 4500-FIND-REGION - region master slot and full name for the    *
      * code in ELP-RGN-LOOKUP-CODE.  A code not on the region master  *
      * comes back as slot zero, flagged the way ELPRPT01 prints it.   *
      ******************************************************************
       4500-FIND-REGION.
           MOVE 0 TO ELP-RGN-FOUND-SUB
           MOVE "** NOT ON REGION MASTER **" TO ELP-RGN-LOOKUP-NAME
           PERFORM 4510-CHECK-ONE-REGION
                   THRU 4510-CHECK-ONE-REGION-EXIT
                   VARYING ELP-RGN-LOOKUP-SUB FROM 1 BY 1
                   UNTIL ELP-RGN-LOOKUP-SUB > RG-RGN-COUNT
                      OR ELP-RGN-FOUND-SUB > 0.
       4500-FIND-REGION-EXIT.
           EXIT.

       4510-CHECK-ONE-REGION.
           IF RG-RGN-CODE(ELP-RGN-LOOKUP-SUB) = ELP-RGN-LOOKUP-CODE
               MOVE ELP-RGN-LOOKUP-SUB TO ELP-RGN-FOUND-SUB
               MOVE RG-RGN-NAME(ELP-RGN-LOOKUP-SUB)
                   TO ELP-RGN-LOOKUP-NAME
           END-IF.
       4510-CHECK-ONE-REGION-EXIT.
           EXIT.

      ******************************************************************
      * 4800-PRINT-CANNOT-MAIL-PAGE - every customer whose letter was  *
      * withheld, with the reason and the contact phone.  Prints (with *
      * a NONE line) even on a clean run so the page is always in the  *
      * pack.                                                          *
      ******************************************************************
       4800-PRINT-CANNOT-MAIL-PAGE.
           PERFORM 4050-START-LETTER-PAGE
                   THRU 4050-START-LETTER-PAGE-EXIT
           MOVE ELP-NOMAIL-TITLE-LINE TO ELP-LETTER-PRINT-AREA
           PERFORM 4000-WRITE-LETTER-LINE
                   THRU 4000-WRITE-LETTER-LINE-EXIT
           PERFORM 4100-WRITE-BLANK-LINE
                   THRU 4100-WRITE-BLANK-LINE-EXIT
           IF ELP-NM-COUNT = 0
               MOVE ELP-NOMAIL-NONE-LINE TO ELP-LETTER-PRINT-AREA
               PERFORM 4000-WRITE-LETTER-LINE
                       THRU 4000-WRITE-LETTER-LINE-EXIT
               GO TO 4800-PRINT-CANNOT-MAIL-PAGE-EXIT
           END-IF
           MOVE ELP-NOMAIL-COLUMN-LINE TO ELP-LETTER-PRINT-AREA
           PERFORM 4000-WRITE-LETTER-LINE
                   THRU 4000-WRITE-LETTER-LINE-EXIT
           PERFORM 4810-PRINT-ONE-NOMAIL
                   THRU 4810-PRINT-ONE-NOMAIL-EXIT
                   VARYING ELP-NM-SUB FROM 1 BY 1
                   UNTIL ELP-NM-SUB > ELP-NM-COUNT.
       4800-PRINT-CANNOT-MAIL-PAGE-EXIT.
           EXIT.

       4810-PRINT-ONE-NOMAIL.
           MOVE ELP-NM-CUST-NUMBER(ELP-NM-SUB) TO ELP-ND-CUST-NUMBER
           MOVE ELP-NM-CUST-NAME(ELP-NM-SUB) TO ELP-ND-CUST-NAME
           MOVE ELP-NM-REASON(ELP-NM-SUB) TO ELP-ND-REASON
           MOVE ELP-NM-PHONE(ELP-NM-SUB) TO ELP-ND-PHONE
           MOVE ELP-NOMAIL-DETAIL-LINE TO ELP-LETTER-PRINT-AREA
           PERFORM 4000-WRITE-LETTER-LINE
                   THRU 4000-WRITE-LETTER-LINE-EXIT.
       4810-PRINT-ONE-NOMAIL-EXIT.
           EXIT.

      ******************************************************************
      * 4900-PRINT-CONTROL-PAGE - the mail house control page: letters *
      * by level, the page count (this page included), and the count   *
      * withheld as unmailable.                                        *
      ******************************************************************
       4900-PRINT-CONTROL-PAGE.
           PERFORM 4050-START-LETTER-PAGE
                   THRU 4050-START-LETTER-PAGE-EXIT
           MOVE ELP-LETTER-CONTROL-TITLE TO ELP-LETTER-PRINT-AREA
           PERFORM 4000-WRITE-LETTER-LINE
                   THRU 4000-WRITE-LETTER-LINE-EXIT
           PERFORM 4100-WRITE-BLANK-LINE
                   THRU 4100-WRITE-BLANK-LINE-EXIT
           MOVE "FIRST NOTICES" TO ELP-CL-LABEL
           MOVE ELP-LETTER-COUNT(1) TO ELP-CL-COUNT
           PERFORM 4910-PRINT-CONTROL-LINE
                   THRU 4910-PRINT-CONTROL-LINE-EXIT
           MOVE "SECOND NOTICES" TO ELP-CL-LABEL
           MOVE ELP-LETTER-COUNT(2) TO ELP-CL-COUNT
           PERFORM 4910-PRINT-CONTROL-LINE
                   THRU 4910-PRINT-CONTROL-LINE-EXIT
           MOVE "FINAL DEMANDS" TO ELP-CL-LABEL
           MOVE ELP-LETTER-COUNT(3) TO ELP-CL-COUNT
           PERFORM 4910-PRINT-CONTROL-LINE
                   THRU 4910-PRINT-CONTROL-LINE-EXIT
           MOVE "LETTERS PRINTED" TO ELP-CL-LABEL
           MOVE ELP-LETTER-TOTAL-COUNT TO ELP-CL-COUNT
           PERFORM 4910-PRINT-CONTROL-LINE
                   THRU 4910-PRINT-CONTROL-LINE-EXIT
           MOVE "PAGES" TO ELP-CL-LABEL
           MOVE ELP-LETTER-PAGE-COUNT TO ELP-CL-COUNT
           PERFORM 4910-PRINT-CONTROL-LINE
                   THRU 4910-PRINT-CONTROL-LINE-EXIT
           MOVE "WITHHELD" TO ELP-CL-LABEL
           MOVE ELP-NOMAIL-COUNT TO ELP-CL-COUNT
           PERFORM 4910-PRINT-CONTROL-LINE
                   THRU 4910-PRINT-CONTROL-LINE-EXIT.
       4900-PRINT-CONTROL-PAGE-EXIT.
           EXIT.

       4910-PRINT-CONTROL-LINE.
           MOVE ELP-LETTER-CONTROL-LINE TO ELP-LETTER-PRINT-AREA
           PERFORM 4000-WRITE-LETTER-LINE
                   THRU 4000-WRITE-LETTER-LINE-EXIT.
       4910-PRINT-CONTROL-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-WORKLIST - the collection worklist: one section per *
      * region that has final-demand accounts, in region master order, *
      * each starting on its own page addressed to the region manager, *
      * then a section for any region code not on the region master.   *
      ******************************************************************
       5000-PRINT-WORKLIST.
           IF ELP-WL-COUNT = 0
               MOVE SPACES TO ELP-H2-MANAGER
               MOVE SPACES TO ELP-H2-REGION
               MOVE SPACES TO ELP-H2-REGION-NAME
               PERFORM 8600-PRINT-HEADING THRU 8600-PRINT-HEADING-EXIT
               WRITE WORKLIST-LINE FROM ELP-WORKLIST-NONE-LINE
               GO TO 5000-PRINT-WORKLIST-EXIT
           END-IF
           PERFORM 5100-PRINT-ONE-REGION
                   THRU 5100-PRINT-ONE-REGION-EXIT
                   VARYING ELP-WL-RGN-SUB FROM 1 BY 1
                   UNTIL ELP-WL-RGN-SUB > RG-RGN-COUNT
           IF ELP-WL-NO-RGN-HITS > 0
               MOVE 0 TO ELP-WL-RGN-SUB
               PERFORM 5100-PRINT-ONE-REGION
                       THRU 5100-PRINT-ONE-REGION-EXIT
           END-IF.
       5000-PRINT-WORKLIST-EXIT.
           EXIT.

      ******************************************************************
      * 5100-PRINT-ONE-REGION - one region's worklist section.  Slot   *
      * zero is the section for region codes not on the master; it is  *
      * addressed to the collections manager since no region manager   *
      * is on file for it.                                             *
      ******************************************************************
       5100-PRINT-ONE-REGION.
           IF ELP-WL-RGN-SUB = 0
               MOVE ELP-WL-NO-RGN-HITS TO ELP-WL-SECTION-HITS
               MOVE "COLLECTIONS MANAGER" TO ELP-H2-MANAGER
               MOVE "????" TO ELP-H2-REGION
               MOVE "** NOT ON REGION MASTER **" TO ELP-H2-REGION-NAME
           ELSE
               MOVE ELP-WL-RGN-HITS(ELP-WL-RGN-SUB)
                   TO ELP-WL-SECTION-HITS
               MOVE RG-RGN-MANAGER(ELP-WL-RGN-SUB) TO ELP-H2-MANAGER
               MOVE RG-RGN-CODE(ELP-WL-RGN-SUB) TO ELP-H2-REGION
               MOVE RG-RGN-NAME(ELP-WL-RGN-SUB) TO ELP-H2-REGION-NAME
           END-IF
           IF ELP-WL-SECTION-HITS = 0
               GO TO 5100-PRINT-ONE-REGION-EXIT
           END-IF
           PERFORM 8600-PRINT-HEADING THRU 8600-PRINT-HEADING-EXIT
           PERFORM 5110-PRINT-ONE-ACCOUNT
                   THRU 5110-PRINT-ONE-ACCOUNT-EXIT
                   VARYING ELP-WL-SUB FROM 1 BY 1
                   UNTIL ELP-WL-SUB > ELP-WL-COUNT
           MOVE SPACES TO WORKLIST-LINE
           WRITE WORKLIST-LINE
           MOVE ELP-WL-SECTION-HITS TO ELP-ST-COUNT
           WRITE WORKLIST-LINE FROM ELP-SECTION-TOTAL-LINE
           ADD 2 TO ELP-LINE-COUNT.
       5100-PRINT-ONE-REGION-EXIT.
           EXIT.

       5110-PRINT-ONE-ACCOUNT.
           IF ELP-WL-RGN-SLOT(ELP-WL-SUB) NOT = ELP-WL-RGN-SUB
               GO TO 5110-PRINT-ONE-ACCOUNT-EXIT
           END-IF
           PERFORM 8500-CHECK-PAGE THRU 8500-CHECK-PAGE-EXIT
           MOVE ELP-WL-CUST-NUMBER(ELP-WL-SUB) TO ELP-DL-CUST-NUMBER
           MOVE ELP-WL-CUST-NAME(ELP-WL-SUB) TO ELP-DL-CUST-NAME
           MOVE ELP-WL-BALANCE(ELP-WL-SUB) TO ELP-DL-BALANCE
           MOVE ELP-WL-LAST-PAY(ELP-WL-SUB) TO ELP-DL-LAST-PAY
           MOVE ELP-WL-DAYS(ELP-WL-SUB) TO ELP-DL-DAYS
           MOVE ELP-WL-DEMAND-DATE(ELP-WL-SUB) TO ELP-DL-DEMAND-DATE
           MOVE ELP-WL-NOTE(ELP-WL-SUB) TO ELP-DL-NOTE
           MOVE ELP-WL-PHONE(ELP-WL-SUB) TO ELP-DL-PHONE
           WRITE WORKLIST-LINE FROM ELP-DETAIL-LINE
           ADD 1 TO ELP-LINE-COUNT.
       5110-PRINT-ONE-ACCOUNT-EXIT.
           EXIT.

       8500-CHECK-PAGE.
           IF ELP-LINE-COUNT >= ELP-LINES-PER-PAGE
               PERFORM 8600-PRINT-HEADING THRU 8600-PRINT-HEADING-EXIT
           END-IF.
       8500-CHECK-PAGE-EXIT.
           EXIT.

      ******************************************************************
      * 8600-PRINT-HEADING - starts a worklist page: the title, the    *
      * manager and region the section is addressed to, and the        *
      * column headings.                                               *
      ******************************************************************
       8600-PRINT-HEADING.
           ADD 1 TO ELP-PAGE-NUMBER
           MOVE ELP-PAGE-NUMBER TO ELP-H1-PAGE-NUMBER
           WRITE WORKLIST-LINE FROM ELP-HEADING-LINE-1
           MOVE SPACES TO WORKLIST-LINE
           WRITE WORKLIST-LINE
           WRITE WORKLIST-LINE FROM ELP-HEADING-LINE-2
           MOVE SPACES TO WORKLIST-LINE
           WRITE WORKLIST-LINE
           WRITE WORKLIST-LINE FROM ELP-HEADING-LINE-3
           MOVE SPACES TO WORKLIST-LINE
           WRITE WORKLIST-LINE
           MOVE 0 TO ELP-LINE-COUNT.
       8600-PRINT-HEADING-EXIT.
           EXIT.

      ******************************************************************
      * 9990-END-STEP - records the step with ELPSTP01: COMPLETE, or   *
      * FAILED on a return code of 8 or more.  ELPSTP01 raises the     *
      * return code to 8 if the end cannot be recorded.                *
      ******************************************************************
       9990-END-STEP.
           IF NOT ELP-STEP-BEGUN
               GO TO 9990-END-STEP-EXIT
           END-IF
           MOVE "END" TO SC-FUNCTION
           MOVE RETURN-CODE TO SC-RETURN-CODE
           CALL "ELPSTP01" USING ELP-STEP-CONTROL
           MOVE SC-RETURN-CODE TO RETURN-CODE.
       9990-END-STEP-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE CUSTOMER-OUT-FILE
           CLOSE DUNNING-HISTORY-FILE
           CLOSE CUSTOMER-ADDRESS-FILE
           CLOSE LETTER-FILE
           CLOSE WORKLIST-FILE
           DISPLAY "ELPDUN01 - CUSTOMERS READ         "
               ELP-CUST-READ-COUNT
           DISPLAY "ELPDUN01 - SKIPPED CLOSED         "
               ELP-CLOSED-SKIP-COUNT
           DISPLAY "ELPDUN01 - SKIPPED FINANCE-EXEMPT "
               ELP-EXEMPT-SKIP-COUNT
           DISPLAY "ELPDUN01 - SKIPPED UNDER MINIMUM  "
               ELP-MINIMUM-SKIP-COUNT
           DISPLAY "ELPDUN01 - LEVEL ALREADY SENT     "
               ELP-ALREADY-SENT-COUNT
           DISPLAY "ELPDUN01 - DROPPED FROM HISTORY   "
               ELP-DROPPED-COUNT
           DISPLAY "ELPDUN01 - FIRST NOTICES          "
               ELP-LETTER-COUNT(1)
           DISPLAY "ELPDUN01 - SECOND NOTICES         "
               ELP-LETTER-COUNT(2)
           DISPLAY "ELPDUN01 - FINAL DEMANDS          "
               ELP-LETTER-COUNT(3)
           DISPLAY "ELPDUN01 - LETTERS WITHHELD       "
               ELP-NOMAIL-COUNT
           DISPLAY "ELPDUN01 - WORKLIST ACCOUNTS      "
               ELP-WL-COUNT
           IF ELP-NOMAIL-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9990-END-STEP THRU 9990-END-STEP-EXIT
           Stop Run.
