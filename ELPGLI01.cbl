      ******************************************************************
      * Program: ELPGLI01.cbl                                        *
      * Author: Rey Devega                                            *
      * Date-Written: 07/11/2018                                      *
      * Purpose: General ledger interface for the night's receivables *
      *          postings.  Reads tonight's LEDGJRNL entries (see     *
      *          LEDGREC) and builds the GL journal-entry batch       *
      *          (GLINTF, see GLINTREC): every entry moves the AR     *
      *          control account by its amount and the transaction    *
      *          type's offset account by the same amount the other   *
      *          way - cash for lockbox payments, finance-charge      *
      *          income for ELPFIN01, AR adjustments for ELPTRN01     *
      *          balance changes and purged balances - so the batch   *
      *          balances line for line.  Lines are summarized by     *
      *          cost center (the customer's region code, proved      *
      *          against REGNFILE), transaction type and account,     *
      *          and the batch closes with a trailer of the line      *
      *          count and the debit and credit totals for the GL     *
      *          load to verify.  The batch is listed on GLRPT.       *
      *          Each night's AR movement and the CUSTFILE balance    *
      *          total are appended to GLHIST; on the month-end run   *
      *          (RUNCTL month-end switch) GLRPT adds the tie-out     *
      *          page proving last month's closing CUSTFILE total     *
      *          plus the month's GL AR control movement equals       *
      *          tonight's CUSTFILE total.  Runs after the last       *
      *          posting step and the ELPLGP01 ledger proof, ahead of *
      *          ELPBAL01, and stops when the business date is        *
      *          already COMPLETE so the GL never sees a batch twice. *
      * Tectonics: cobc                                               *
      *                                                                *
      * Modification History                                          *
      *   07/11/2018  RD  Original GL interface program.              *
      *   07/25/2018  RD  Payment suspense reaches the GL.  Suspense  *
      *                   cash applied by ELPSUS01 comes through the  *
      *                   journal as SUSAPP (offset: unapplied cash). *
      *                   The night's SUSPFILE movements, which never *
      *                   touch AR, are read from SUSPFILE itself:    *
      *                   items suspensed tonight move lockbox cash   *
      *                   to unapplied cash, and items closed tonight *
      *                   as refunds or miscellaneous income move     *
      *                   unapplied cash to refunds payable or to     *
      *                   miscellaneous income, all under the cash    *
      *                   cost center.  Buckets now key on a source   *
      *                   type set by the caller.                     *
      *   08/08/2018  RD  Charted INVOIC (ELPINV01 billed invoices)   *
      *                   to billed sales.                            *
      *   09/05/2018  RD  Charted WRTOFF (ELPWOF01 bad-debt write-    *
      *                   offs) to bad-debt expense.  Bad-debt        *
      *                   recoveries ELPPAY01 recorded tonight on     *
      *                   WOFHIST, which never touch AR, are read     *
      *                   from WOFHIST itself and move lockbox cash   *
      *                   to bad-debt recoveries under the cash cost  *
      *                   center.                                     *
      *   10/03/2018  RD  Registers its start and end with the        *
      *                   ELPSTP01 step control.  A resubmitted       *
      *                   night skips the step once it is COMPLETE    *
      *                   for the business date.                      *
      *   10/17/2018  RD  Charted MERGE (ELPMRG01 account merges) to  *
      *                   AR adjustments.  The two halves of a merge  *
      *                   net to zero.                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPGLI01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEDGER-JOURNAL-FILE ASSIGN TO "LEDGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-LEDGER-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CUST-NUMBER
               FILE STATUS IS ELP-CUSTOMER-FILE-STATUS.

           SELECT REGION-MASTER-FILE ASSIGN TO "REGNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-REGION-FILE-STATUS.

           SELECT OPTIONAL SUSPENSE-ITEM-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SI-ITEM-KEY
               FILE STATUS IS ELP-SUSPITEM-FILE-STATUS.

           SELECT OPTIONAL WRITEOFF-HISTORY-FILE ASSIGN TO "WOFHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WO-CUST-NUMBER
               FILE STATUS IS ELP-WOFHIST-FILE-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-GLINTF-FILE-STATUS.

           SELECT OPTIONAL GL-HISTORY-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-GLHIST-FILE-STATUS.

           SELECT GL-REPORT-FILE ASSIGN TO "GLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-GLRPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-JOURNAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  LEDGER-JOURNAL-RECORD.
           COPY LEDGREC.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  REGION-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REGION-MASTER-RECORD.
           05  RF-REGION-CODE             PIC X(04).
           05  RF-REGION-NAME             PIC X(30).
           05  RF-REGION-MANAGER          PIC X(30).
           05  FILLER                     PIC X(16).

       FD  SUSPENSE-ITEM-FILE.
       01  SUSPENSE-ITEM-RECORD.
           COPY SUSPREC.

       FD  WRITEOFF-HISTORY-FILE.
       01  WRITEOFF-HISTORY-RECORD.
           COPY WOFREC.

       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-INTERFACE-RECORD.
           COPY GLINTREC.

      ******************************************************************
      * One GLHIST line per night: the business date, the night's net  *
      * movement on the AR control account (debits less credits), and  *
      * the CUSTFILE balance total and customer count after the night. *
      ******************************************************************
       FD  GL-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-HISTORY-RECORD.
           05  GH-BUSINESS-DATE           PIC 9(08).
           05  GH-BUSINESS-DATE-SPLIT REDEFINES GH-BUSINESS-DATE.
               10  GH-BUSINESS-YYYYMM     PIC 9(06).
               10  FILLER                 PIC 9(02).
           05  FILLER                     PIC X(01).
           05  GH-AR-MOVEMENT             PIC S9(13)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  GH-CUSTFILE-TOTAL          PIC S9(13)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  GH-CUSTFILE-COUNT          PIC 9(06).
           05  FILLER                     PIC X(01).
           05  GH-BATCH-ID                PIC X(12).
           05  FILLER                     PIC X(18).

       FD  GL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  GL-REPORT-LINE                 PIC X(132).

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
           05  ELP-LEDGER-FILE-STATUS     PIC X(02).
               88  ELP-LEDGER-FILE-OK     VALUE "00" "05".
           05  ELP-CUSTOMER-FILE-STATUS   PIC X(02).
               88  ELP-CUSTOMER-FILE-OK   VALUE "00".
           05  ELP-REGION-FILE-STATUS     PIC X(02).
               88  ELP-REGION-FILE-OK     VALUE "00".
               88  ELP-REGION-FILE-EOF    VALUE "10".
           05  ELP-SUSPITEM-FILE-STATUS   PIC X(02).
               88  ELP-SUSPITEM-FILE-OK   VALUE "00" "05".
           05  ELP-WOFHIST-FILE-STATUS    PIC X(02).
               88  ELP-WOFHIST-FILE-OK    VALUE "00" "05".
           05  ELP-GLINTF-FILE-STATUS     PIC X(02).
               88  ELP-GLINTF-FILE-OK     VALUE "00".
           05  ELP-GLHIST-FILE-STATUS     PIC X(02).
               88  ELP-GLHIST-FILE-OK     VALUE "00" "05".
           05  ELP-GLRPT-FILE-STATUS      PIC X(02).
               88  ELP-GLRPT-FILE-OK      VALUE "00".

       01  ELP-SWITCHES.
           05  ELP-JOURNAL-EOF-SW         PIC X(01) VALUE "N".
               88  ELP-JOURNAL-AT-EOF     VALUE "Y".
           05  ELP-CUSTOMER-EOF-SW        PIC X(01) VALUE "N".
               88  ELP-CUSTOMER-AT-EOF    VALUE "Y".
           05  ELP-SUSPITEM-EOF-SW        PIC X(01) VALUE "N".
               88  ELP-SUSPITEM-AT-EOF    VALUE "Y".
           05  ELP-WOFHIST-EOF-SW         PIC X(01) VALUE "N".
               88  ELP-WOFHIST-AT-EOF     VALUE "Y".
           05  ELP-HISTORY-EOF-SW         PIC X(01) VALUE "N".
               88  ELP-HISTORY-AT-EOF     VALUE "Y".
           05  ELP-OPENING-FOUND-SW       PIC X(01) VALUE "N".
               88  ELP-OPENING-FOUND      VALUE "Y".
           05  ELP-BATCH-READY-SW         PIC X(01) VALUE "N".
               88  ELP-BATCH-READY        VALUE "Y".

       01  ELP-ABEND-WORK.
           05  ELP-ABEND-FILE-NAME        PIC X(08).
           05  ELP-ABEND-FILE-STATUS      PIC X(02).

       01  ELP-RUN-DATE                   PIC 9(08).
       01  ELP-RUN-DATE-SPLIT REDEFINES ELP-RUN-DATE.
           05  ELP-RUN-YYYYMM             PIC 9(06).
           05  FILLER                     PIC 9(02).

       01  ELP-BATCH-ID                   PIC X(12).

       01  rgnValueTbl.
           COPY REGNTBL.

       01  ELP-RGN-LOOKUP-WORK.
           05  ELP-RGN-LOOKUP-SUB         PIC 9(03) COMP.
           05  ELP-RGN-FOUND-SW           PIC X(01).
               88  ELP-RGN-FOUND          VALUE "Y".

      ******************************************************************
      * GL chart for the receivables postings.  Every LEDGJRNL amount  *
      * moves the AR control account; the offset account comes from   *
      * the transaction type.  A type not on the chart is offset to    *
      * AR clearing and listed, so it reaches the GL balanced and is  *
      * visible the same night.  Suspense cash that has not reached a *
      * customer, and bad-debt recovery cash, post under the cash     *
      * cost center.                                                  *
      ******************************************************************
       01  ELP-GL-ACCOUNTS.
           05  ELP-AR-CONTROL-ACCOUNT     PIC X(10) VALUE "1200".
           05  ELP-AR-CLEARING-ACCOUNT    PIC X(10) VALUE "1299".
           05  ELP-UNASSIGNED-COST-CENTER PIC X(04) VALUE "UNAS".
           05  ELP-CASH-ACCOUNT           PIC X(10) VALUE "1010".
           05  ELP-UNAPPLIED-CASH-ACCOUNT PIC X(10) VALUE "2150".
           05  ELP-REFUNDS-PAYABLE-ACCOUNT
                                          PIC X(10) VALUE "2010".
           05  ELP-MISC-INCOME-ACCOUNT    PIC X(10) VALUE "4900".
           05  ELP-BAD-DEBT-RECOVERY-ACCOUNT
                                          PIC X(10) VALUE "4950".
           05  ELP-CASH-COST-CENTER       PIC X(04) VALUE "0000".

       01  ELP-GL-CHART-VALUES.
           05  FILLER                  PIC X(06) VALUE "PAYMNT".
           05  FILLER                  PIC X(10) VALUE "1010".
           05  FILLER                  PIC X(24) VALUE
               "CASH - LOCKBOX".
           05  FILLER                  PIC X(06) VALUE "FINCHG".
           05  FILLER                  PIC X(10) VALUE "4510".
           05  FILLER                  PIC X(24) VALUE
               "FINANCE CHARGE INCOME".
           05  FILLER                  PIC X(06) VALUE "ADD".
           05  FILLER                  PIC X(10) VALUE "1290".
           05  FILLER                  PIC X(24) VALUE
               "AR ADJUSTMENTS".
           05  FILLER                  PIC X(06) VALUE "CHANGE".
           05  FILLER                  PIC X(10) VALUE "1290".
           05  FILLER                  PIC X(24) VALUE
               "AR ADJUSTMENTS".
           05  FILLER                  PIC X(06) VALUE "PURGE".
           05  FILLER                  PIC X(10) VALUE "1290".
           05  FILLER                  PIC X(24) VALUE
               "AR ADJUSTMENTS".
           05  FILLER                  PIC X(06) VALUE "SUSAPP".
           05  FILLER                  PIC X(10) VALUE "2150".
           05  FILLER                  PIC X(24) VALUE
               "UNAPPLIED CASH".
           05  FILLER                  PIC X(06) VALUE "INVOIC".
           05  FILLER                  PIC X(10) VALUE "4000".
           05  FILLER                  PIC X(24) VALUE
               "BILLED SALES".
           05  FILLER                  PIC X(06) VALUE "WRTOFF".
           05  FILLER                  PIC X(10) VALUE "6400".
           05  FILLER                  PIC X(24) VALUE
               "BAD DEBT EXPENSE".
           05  FILLER                  PIC X(06) VALUE "MERGE".
           05  FILLER                  PIC X(10) VALUE "1290".
           05  FILLER                  PIC X(24) VALUE
               "AR ADJUSTMENTS".
       01  ELP-GL-CHART-TBL REDEFINES ELP-GL-CHART-VALUES.
           05  ELP-CH-ENTRY               OCCURS 9 TIMES.
               10  ELP-CH-TRAN-TYPE       PIC X(06).
               10  ELP-CH-OFFSET-ACCOUNT  PIC X(10).
               10  ELP-CH-DESCRIPTION     PIC X(24).

       01  ELP-CHART-WORK.
           05  ELP-CH-COUNT               PIC 9(02) COMP VALUE 9.
           05  ELP-CH-SUB                 PIC 9(02) COMP.
           05  ELP-CH-FOUND-SUB           PIC 9(02) COMP.
           05  ELP-OFFSET-ACCOUNT         PIC X(10).
           05  ELP-COST-CENTER            PIC X(04).

      ******************************************************************
      * The batch being built - one bucket per cost center,            *
      * transaction type and account, debits and credits held apart   *
      * so an entry and its reversal the same night both reach the GL. *
      ******************************************************************
       01  ELP-GL-BUCKET-TABLE.
           05  ELP-GB-MAX                 PIC 9(04) COMP VALUE 2000.
           05  ELP-GB-COUNT               PIC 9(04) COMP VALUE 0.
           05  ELP-GB-SUB                 PIC 9(04) COMP.
           05  ELP-GB-FOUND-SUB           PIC 9(04) COMP.
           05  ELP-GB-ENTRY               OCCURS 2000 TIMES.
               10  ELP-GB-COST-CENTER     PIC X(04).
               10  ELP-GB-SOURCE-TYPE     PIC X(06).
               10  ELP-GB-ACCOUNT         PIC X(10).
               10  ELP-GB-DEBIT-TOTAL     PIC S9(13)V99 COMP-3.
               10  ELP-GB-CREDIT-TOTAL    PIC S9(13)V99 COMP-3.

       01  ELP-POSTING-WORK.
           05  ELP-PW-SOURCE-TYPE         PIC X(06).
           05  ELP-PW-ACCOUNT             PIC X(10).
           05  ELP-PW-AMOUNT              PIC S9(13)V99 COMP-3.
           05  ELP-PW-SIDE                PIC X(01).
               88  ELP-PW-DEBIT-SIDE      VALUE "D".

       01  ELP-GL-COUNTS.
           05  ELP-JOURNAL-READ-COUNT     PIC 9(07) COMP VALUE 0.
           05  ELP-JOURNAL-USED-COUNT     PIC 9(07) COMP VALUE 0.
           05  ELP-SUSPENSE-USED-COUNT    PIC 9(07) COMP VALUE 0.
           05  ELP-RECOVERY-USED-COUNT    PIC 9(07) COMP VALUE 0.
           05  ELP-UNCHARTED-COUNT        PIC 9(06) COMP VALUE 0.
           05  ELP-UNASSIGNED-COUNT       PIC 9(06) COMP VALUE 0.
           05  ELP-BUCKET-OVERFLOW-COUNT  PIC 9(06) COMP VALUE 0.
           05  ELP-GL-LINE-COUNT          PIC 9(06) COMP VALUE 0.
           05  ELP-GL-DEBIT-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
           05  ELP-GL-CREDIT-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
           05  ELP-AR-MOVEMENT            PIC S9(13)V99 COMP-3 VALUE 0.
           05  ELP-CUSTFILE-COUNT         PIC 9(06) COMP VALUE 0.
           05  ELP-CUSTFILE-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.

      ******************************************************************
      * Month-end tie-out work.  The opening figure is the CUSTFILE   *
      * total on the last GLHIST night before this month; the month's *
      * movement is every earlier night this month (the last line for  *
      * a date wins, so a rerun night is not counted twice) plus       *
      * tonight's.                                                     *
      ******************************************************************
       01  ELP-TIE-OUT-WORK.
           05  ELP-OPENING-DATE           PIC 9(08) VALUE 0.
           05  ELP-OPENING-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
           05  ELP-MONTH-MOVEMENT         PIC S9(13)V99 COMP-3 VALUE 0.
           05  ELP-EXPECTED-CLOSING       PIC S9(13)V99 COMP-3.
           05  ELP-TIE-DIFFERENCE         PIC S9(13)V99 COMP-3.
           05  ELP-MH-MAX                 PIC 9(02) COMP VALUE 62.
           05  ELP-MH-COUNT               PIC 9(02) COMP VALUE 0.
           05  ELP-MH-SUB                 PIC 9(02) COMP.
           05  ELP-MH-FOUND-SUB           PIC 9(02) COMP.
           05  ELP-MH-COUNT-DISPLAY       PIC Z9.
           05  ELP-MH-ENTRY               OCCURS 62 TIMES.
               10  ELP-MH-DATE            PIC 9(08).
               10  ELP-MH-MOVEMENT        PIC S9(13)V99 COMP-3.

       01  ELP-PRINT-CONTROL.
           05  ELP-PAGE-NUMBER            PIC 9(04) COMP VALUE 0.
           05  ELP-LINE-COUNT             PIC 9(04) COMP VALUE 0.
           05  ELP-LINES-PER-PAGE         PIC 9(04) COMP VALUE 50.

       01  ELP-HEADING-LINE-1.
           05  FILLER                  PIC X(34) VALUE
               "GENERAL LEDGER INTERFACE - AR".
           05  FILLER                  PIC X(10) VALUE " RUN DATE ".
           05  ELP-H1-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(08) VALUE "  BATCH ".
           05  ELP-H1-BATCH-ID         PIC X(12).
           05  FILLER                  PIC X(51) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  ELP-H1-PAGE-NUMBER      PIC ZZZ9.

       01  ELP-HEADING-LINE-2.
           05  FILLER                  PIC X(08) VALUE "CTR".
           05  FILLER                  PIC X(12) VALUE "ACCOUNT".
           05  FILLER                  PIC X(26) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(08) VALUE "SOURCE".
           05  FILLER                  PIC X(22) VALUE
               "                DEBIT".
           05  FILLER                  PIC X(22) VALUE
               "               CREDIT".

       01  ELP-DETAIL-LINE.
           05  ELP-DL-COST-CENTER      PIC X(04).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  ELP-DL-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-DESCRIPTION      PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-SOURCE-TYPE      PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-DEBIT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-CREDIT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.

       01  ELP-EXCEPTION-LINE.
           05  FILLER                  PIC X(04) VALUE "*** ".
           05  ELP-EX-MESSAGE          PIC X(40).
           05  FILLER                  PIC X(07) VALUE " CUST  ".
           05  ELP-EX-CUST-NUMBER      PIC 9(06).
           05  FILLER                  PIC X(09) VALUE "  REGION ".
           05  ELP-EX-REGION           PIC X(04).
           05  FILLER                  PIC X(07) VALUE "  TYPE ".
           05  ELP-EX-TRAN-TYPE        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-EX-AMOUNT           PIC --,---,---,--9.99.

       01  ELP-TOTAL-LINE.
           05  FILLER                  PIC X(40) VALUE
               "BATCH TOTALS".
           05  FILLER                  PIC X(06) VALUE "LINES ".
           05  ELP-TL-LINE-COUNT       PIC ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-TL-DEBIT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-TL-CREDIT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  ELP-MOVEMENT-LINE.
           05  FILLER                  PIC X(40) VALUE
               "NET AR CONTROL MOVEMENT TONIGHT".
           05  ELP-ML-MOVEMENT         PIC --,---,---,---,--9.99.
           05  FILLER                  PIC X(18) VALUE
               "   JOURNAL USED ".
           05  ELP-ML-USED             PIC ZZZZZZ9.

       01  ELP-VERDICT-LINE.
           05  FILLER                  PIC X(16) VALUE
               "BATCH VERDICT - ".
           05  ELP-VD-VERDICT          PIC X(40).

       01  ELP-TIE-HEADING-LINE.
           05  FILLER                  PIC X(45) VALUE
               "MONTH-END AR TIE-OUT - GL CONTROL TO CUSTFILE".
           05  FILLER                  PIC X(08) VALUE "  MONTH ".
           05  ELP-TH-YYYYMM           PIC 9(06).

       01  ELP-TIE-AMOUNT-LINE.
           05  ELP-TA-LABEL            PIC X(44).
           05  ELP-TA-AMOUNT           PIC --,---,---,---,--9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-TA-NOTE             PIC X(30).

       01  ELP-TIE-VERDICT-LINE.
           05  FILLER                  PIC X(17) VALUE
               "TIE-OUT VERDICT -".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ELP-TV-VERDICT          PIC X(40).

       01  ELP-STEP-CONTROL.
           COPY STEPCTL.

       01  ELP-STEP-BEGUN-SW              PIC X(01) VALUE "N".
           88  ELP-STEP-BEGUN             VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-READ-JOURNAL THRU 2000-READ-JOURNAL-EXIT
           PERFORM 3000-POST-ONE-ENTRY
                   THRU 3000-POST-ONE-ENTRY-EXIT
                   UNTIL ELP-JOURNAL-AT-EOF
           PERFORM 3500-POST-SUSPENSE-CASH
                   THRU 3500-POST-SUSPENSE-CASH-EXIT
           PERFORM 3600-POST-RECOVERY-CASH
                   THRU 3600-POST-RECOVERY-CASH-EXIT
           PERFORM 4000-TOTAL-CUSTFILE THRU 4000-TOTAL-CUSTFILE-EXIT
           PERFORM 5000-WRITE-GL-BATCH THRU 5000-WRITE-GL-BATCH-EXIT
           PERFORM 6000-APPEND-HISTORY THRU 6000-APPEND-HISTORY-EXIT
           IF ELP-MONTH-END-RUN
               PERFORM 7000-MONTH-END-TIE-OUT
                       THRU 7000-MONTH-END-TIE-OUT-EXIT
           END-IF
           GO TO 9999-TERMINATE.

       1000-INITIALIZE.
           PERFORM 1020-BEGIN-STEP THRU 1020-BEGIN-STEP-EXIT
           PERFORM 1050-READ-RUN-CONTROL
                   THRU 1050-READ-RUN-CONTROL-EXIT
           IF ELP-RUNCTL-FOUND
               AND ELP-RUNCTL-STATUS = "COMPLETE"
               DISPLAY "ELPGLI01 - BUSINESS DATE "
               ELP-BUSINESS-DATE
                   " ALREADY MARKED COMPLETE - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF
           MOVE ELP-BUSINESS-DATE TO ELP-RUN-DATE
           MOVE SPACES TO ELP-BATCH-ID
           STRING "AR" ELP-RUN-DATE DELIMITED BY SIZE
               INTO ELP-BATCH-ID
           END-STRING
           MOVE ELP-RUN-DATE TO ELP-H1-RUN-DATE
           MOVE ELP-BATCH-ID TO ELP-H1-BATCH-ID
           OPEN OUTPUT GL-REPORT-FILE
           IF NOT ELP-GLRPT-FILE-OK
               MOVE "GLRPT" TO ELP-ABEND-FILE-NAME
               MOVE ELP-GLRPT-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN INPUT LEDGER-JOURNAL-FILE
           IF NOT ELP-LEDGER-FILE-OK
               MOVE "LEDGJRNL" TO ELP-ABEND-FILE-NAME
               MOVE ELP-LEDGER-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT ELP-CUSTOMER-FILE-OK
               MOVE "CUSTFILE" TO ELP-ABEND-FILE-NAME
               MOVE ELP-CUSTOMER-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN OUTPUT GL-INTERFACE-FILE
           IF NOT ELP-GLINTF-FILE-OK
               MOVE "GLINTF" TO ELP-ABEND-FILE-NAME
               MOVE ELP-GLINTF-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           SET ELP-BATCH-READY TO TRUE
           PERFORM 1700-LOAD-REGION-MASTER
                   THRU 1700-LOAD-REGION-MASTER-EXIT
           PERFORM 1800-LOAD-GL-HISTORY
                   THRU 1800-LOAD-GL-HISTORY-EXIT.
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
           MOVE "ELPGLI01" TO SC-STEP-NAME
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
      * 1050-READ-RUN-CONTROL - picks up the business processing date *
      * (and the run status / month-end switch) from the RUNCTL file  *
      * operations sets up ahead of the stream, so every step dates   *
      * itself from the business date instead of the wall clock.  A   *
      * missing or unusable RUNCTL falls back to the system date      *
      * with a warning so a deliberate standalone run still works.    *
      ******************************************************************
       1050-READ-RUN-CONTROL.
           MOVE SPACES TO ELP-RUNCTL-STATUS
           MOVE "N" TO ELP-RUNCTL-MONTH-END-SW
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT ELP-RUNCTL-FILE-OK
               DISPLAY "ELPGLI01 - RUNCTL NOT AVAILABLE - FILE STATUS "
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
               DISPLAY "ELPGLI01 - RUNCTL UNUSABLE - SYSTEM DATE USED"
               ACCEPT ELP-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1600-ABEND-OPEN-FAILURE - a required file would not open.  The *
      * caller moves the file name and the file status into            *
      * ELP-ABEND-FILE-NAME/ELP-ABEND-FILE-STATUS before PERFORMing    *
      * this, then GOes TO 9999-TERMINATE, the same convention as      *
      * elpCob1.                                                       *
      ******************************************************************
       1600-ABEND-OPEN-FAILURE.
           DISPLAY "ELPGLI01 - OPEN FAILED FOR "
               ELP-ABEND-FILE-NAME
               " - FILE STATUS " ELP-ABEND-FILE-STATUS
           MOVE 90 TO RETURN-CODE.
       1600-ABEND-OPEN-FAILURE-EXIT.
           EXIT.

      ******************************************************************
      * 1700-LOAD-REGION-MASTER - loads REGNFILE into rgnValueTbl,     *
      * the same load elpCob1 does at initialization, so each region  *
      * code can be proved before it is used as a cost center.        *
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
                       DISPLAY "ELPGLI01 - REGION MASTER TABLE FULL "
                           "- REGION " RF-REGION-CODE " IGNORED"
                   END-IF
           END-READ.
       1710-READ-REGION-REC-EXIT.
           EXIT.

      ******************************************************************
      * 1800-LOAD-GL-HISTORY - reads the GLHIST nights already on file *
      * for the month-end tie-out: the latest night before this month *
      * gives the opening CUSTFILE total, and each earlier night this  *
      * month its AR movement.  A line for tonight's date is an        *
      * earlier attempt at this same night and is superseded by this  *
      * run.  No GLHIST yet simply means no history.                   *
      ******************************************************************
       1800-LOAD-GL-HISTORY.
           OPEN INPUT GL-HISTORY-FILE
           IF NOT ELP-GLHIST-FILE-OK
               MOVE "GLHIST" TO ELP-ABEND-FILE-NAME
               MOVE ELP-GLHIST-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           PERFORM 1810-READ-HISTORY-LINE
                   THRU 1810-READ-HISTORY-LINE-EXIT
                   UNTIL ELP-HISTORY-AT-EOF
           CLOSE GL-HISTORY-FILE.
       1800-LOAD-GL-HISTORY-EXIT.
           EXIT.

       1810-READ-HISTORY-LINE.
           READ GL-HISTORY-FILE
               AT END
                   SET ELP-HISTORY-AT-EOF TO TRUE
                   GO TO 1810-READ-HISTORY-LINE-EXIT
           END-READ
           IF GH-BUSINESS-DATE NOT NUMERIC
               OR GH-AR-MOVEMENT NOT NUMERIC
               OR GH-CUSTFILE-TOTAL NOT NUMERIC
               GO TO 1810-READ-HISTORY-LINE-EXIT
           END-IF
           IF GH-BUSINESS-YYYYMM < ELP-RUN-YYYYMM
               IF GH-BUSINESS-DATE NOT < ELP-OPENING-DATE
                   SET ELP-OPENING-FOUND TO TRUE
                   MOVE GH-BUSINESS-DATE TO ELP-OPENING-DATE
                   MOVE GH-CUSTFILE-TOTAL TO ELP-OPENING-TOTAL
               END-IF
               GO TO 1810-READ-HISTORY-LINE-EXIT
           END-IF
           IF GH-BUSINESS-YYYYMM > ELP-RUN-YYYYMM
               OR GH-BUSINESS-DATE NOT < ELP-RUN-DATE
               GO TO 1810-READ-HISTORY-LINE-EXIT
           END-IF
           MOVE 0 TO ELP-MH-FOUND-SUB
           PERFORM 1820-CHECK-ONE-NIGHT
                   THRU 1820-CHECK-ONE-NIGHT-EXIT
                   VARYING ELP-MH-SUB FROM 1 BY 1
                   UNTIL ELP-MH-SUB > ELP-MH-COUNT
                      OR ELP-MH-FOUND-SUB > 0
           IF ELP-MH-FOUND-SUB = 0
               IF ELP-MH-COUNT >= ELP-MH-MAX
                   DISPLAY "ELPGLI01 - GLHIST MONTH TABLE FULL - "
                       "NIGHT " GH-BUSINESS-DATE " IGNORED"
                   GO TO 1810-READ-HISTORY-LINE-EXIT
               END-IF
               ADD 1 TO ELP-MH-COUNT
               MOVE ELP-MH-COUNT TO ELP-MH-FOUND-SUB
               MOVE GH-BUSINESS-DATE TO ELP-MH-DATE(ELP-MH-FOUND-SUB)
           END-IF
           MOVE GH-AR-MOVEMENT TO ELP-MH-MOVEMENT(ELP-MH-FOUND-SUB).
       1810-READ-HISTORY-LINE-EXIT.
           EXIT.

       1820-CHECK-ONE-NIGHT.
           IF ELP-MH-DATE(ELP-MH-SUB) = GH-BUSINESS-DATE
               MOVE ELP-MH-SUB TO ELP-MH-FOUND-SUB
           END-IF.
       1820-CHECK-ONE-NIGHT-EXIT.
           EXIT.

       2000-READ-JOURNAL.
           READ LEDGER-JOURNAL-FILE
               AT END
                   SET ELP-JOURNAL-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ELP-JOURNAL-READ-COUNT
           END-READ.
       2000-READ-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      * 3000-POST-ONE-ENTRY - one of tonight's LEDGJRNL entries into   *
      * the batch.  The amount (balance after less balance before)    *
      * moves AR control; the same amount the other way moves the     *
      * transaction type's offset account, both under the customer's  *
      * region as cost center.  Entries from other business dates     *
      * were interfaced on their own night.                            *
      ******************************************************************
       3000-POST-ONE-ENTRY.
           IF LG-POST-DATE NOT NUMERIC
               OR LG-POST-DATE NOT = ELP-RUN-DATE
               OR LG-AMOUNT NOT NUMERIC
               GO TO 3000-NEXT-ENTRY
           END-IF
           IF LG-AMOUNT = 0
               GO TO 3000-NEXT-ENTRY
           END-IF
           ADD 1 TO ELP-JOURNAL-USED-COUNT
           PERFORM 3100-FIND-COST-CENTER
                   THRU 3100-FIND-COST-CENTER-EXIT
           PERFORM 3200-FIND-OFFSET-ACCOUNT
                   THRU 3200-FIND-OFFSET-ACCOUNT-EXIT
           ADD LG-AMOUNT TO ELP-AR-MOVEMENT
           MOVE LG-TRAN-TYPE TO ELP-PW-SOURCE-TYPE
           MOVE ELP-AR-CONTROL-ACCOUNT TO ELP-PW-ACCOUNT
           MOVE LG-AMOUNT TO ELP-PW-AMOUNT
           PERFORM 3300-ADD-TO-BUCKET THRU 3300-ADD-TO-BUCKET-EXIT
           MOVE ELP-OFFSET-ACCOUNT TO ELP-PW-ACCOUNT
           COMPUTE ELP-PW-AMOUNT = 0 - LG-AMOUNT
           PERFORM 3300-ADD-TO-BUCKET THRU 3300-ADD-TO-BUCKET-EXIT.
       3000-NEXT-ENTRY.
           PERFORM 2000-READ-JOURNAL THRU 2000-READ-JOURNAL-EXIT.
       3000-POST-ONE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 3100-FIND-COST-CENTER - the customer's region is the cost      *
      * center when REGNFILE knows it.  A region not on REGNFILE goes  *
      * to the unassigned cost center and is listed for the GL clerks. *
      ******************************************************************
       3100-FIND-COST-CENTER.
           MOVE "N" TO ELP-RGN-FOUND-SW
           PERFORM 3110-CHECK-ONE-REGION
                   THRU 3110-CHECK-ONE-REGION-EXIT
                   VARYING ELP-RGN-LOOKUP-SUB FROM 1 BY 1
                   UNTIL ELP-RGN-LOOKUP-SUB > RG-RGN-COUNT
                      OR ELP-RGN-FOUND
           IF ELP-RGN-FOUND
               MOVE LG-REGION TO ELP-COST-CENTER
           ELSE
               MOVE ELP-UNASSIGNED-COST-CENTER TO ELP-COST-CENTER
               ADD 1 TO ELP-UNASSIGNED-COUNT
               MOVE "REGION NOT ON REGNFILE - COST CENTER UNAS"
                   TO ELP-EX-MESSAGE
               PERFORM 3900-PRINT-EXCEPTION
                       THRU 3900-PRINT-EXCEPTION-EXIT
           END-IF.
       3100-FIND-COST-CENTER-EXIT.
           EXIT.

       3110-CHECK-ONE-REGION.
           IF RG-RGN-CODE(ELP-RGN-LOOKUP-SUB) = LG-REGION
               SET ELP-RGN-FOUND TO TRUE
           END-IF.
       3110-CHECK-ONE-REGION-EXIT.
           EXIT.

       3200-FIND-OFFSET-ACCOUNT.
           MOVE 0 TO ELP-CH-FOUND-SUB
           PERFORM 3210-CHECK-ONE-CHART-ENTRY
                   THRU 3210-CHECK-ONE-CHART-ENTRY-EXIT
                   VARYING ELP-CH-SUB FROM 1 BY 1
                   UNTIL ELP-CH-SUB > ELP-CH-COUNT
                      OR ELP-CH-FOUND-SUB > 0
           IF ELP-CH-FOUND-SUB > 0
               MOVE ELP-CH-OFFSET-ACCOUNT(ELP-CH-FOUND-SUB)
                   TO ELP-OFFSET-ACCOUNT
           ELSE
               MOVE ELP-AR-CLEARING-ACCOUNT TO ELP-OFFSET-ACCOUNT
               ADD 1 TO ELP-UNCHARTED-COUNT
               MOVE "TRANSACTION TYPE NOT CHARTED - AR CLEARING"
                   TO ELP-EX-MESSAGE
               PERFORM 3900-PRINT-EXCEPTION
                       THRU 3900-PRINT-EXCEPTION-EXIT
           END-IF.
       3200-FIND-OFFSET-ACCOUNT-EXIT.
           EXIT.

       3210-CHECK-ONE-CHART-ENTRY.
           IF ELP-CH-TRAN-TYPE(ELP-CH-SUB) = LG-TRAN-TYPE
               MOVE ELP-CH-SUB TO ELP-CH-FOUND-SUB
           END-IF.
       3210-CHECK-ONE-CHART-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 3300-ADD-TO-BUCKET - files ELP-PW-AMOUNT against ELP-PW-       *
      * ACCOUNT under the current cost center and ELP-PW-SOURCE-TYPE:  *
      * a positive amount is a debit, a negative one a credit.         *
      ******************************************************************
       3300-ADD-TO-BUCKET.
           MOVE 0 TO ELP-GB-FOUND-SUB
           PERFORM 3310-CHECK-ONE-BUCKET
                   THRU 3310-CHECK-ONE-BUCKET-EXIT
                   VARYING ELP-GB-SUB FROM 1 BY 1
                   UNTIL ELP-GB-SUB > ELP-GB-COUNT
                      OR ELP-GB-FOUND-SUB > 0
           IF ELP-GB-FOUND-SUB = 0
               IF ELP-GB-COUNT >= ELP-GB-MAX
                   ADD 1 TO ELP-BUCKET-OVERFLOW-COUNT
                   DISPLAY "ELPGLI01 - GL BUCKET TABLE FULL - "
                       ELP-COST-CENTER " " ELP-PW-SOURCE-TYPE " "
                       ELP-PW-ACCOUNT " NOT INTERFACED"
                   GO TO 3300-ADD-TO-BUCKET-EXIT
               END-IF
               ADD 1 TO ELP-GB-COUNT
               MOVE ELP-GB-COUNT TO ELP-GB-FOUND-SUB
               MOVE ELP-COST-CENTER
                   TO ELP-GB-COST-CENTER(ELP-GB-FOUND-SUB)
               MOVE ELP-PW-SOURCE-TYPE
                   TO ELP-GB-SOURCE-TYPE(ELP-GB-FOUND-SUB)
               MOVE ELP-PW-ACCOUNT TO ELP-GB-ACCOUNT(ELP-GB-FOUND-SUB)
               MOVE 0 TO ELP-GB-DEBIT-TOTAL(ELP-GB-FOUND-SUB)
               MOVE 0 TO ELP-GB-CREDIT-TOTAL(ELP-GB-FOUND-SUB)
           END-IF
           IF ELP-PW-AMOUNT > 0
               ADD ELP-PW-AMOUNT
                   TO ELP-GB-DEBIT-TOTAL(ELP-GB-FOUND-SUB)
           ELSE
               SUBTRACT ELP-PW-AMOUNT
                   FROM ELP-GB-CREDIT-TOTAL(ELP-GB-FOUND-SUB)
           END-IF.
       3300-ADD-TO-BUCKET-EXIT.
           EXIT.

       3310-CHECK-ONE-BUCKET.
           IF ELP-GB-COST-CENTER(ELP-GB-SUB) = ELP-COST-CENTER
               AND ELP-GB-SOURCE-TYPE(ELP-GB-SUB) = ELP-PW-SOURCE-TYPE
               AND ELP-GB-ACCOUNT(ELP-GB-SUB) = ELP-PW-ACCOUNT
               MOVE ELP-GB-SUB TO ELP-GB-FOUND-SUB
           END-IF.
       3310-CHECK-ONE-BUCKET-EXIT.
           EXIT.

      ******************************************************************
      * 3500-POST-SUSPENSE-CASH - one pass over SUSPFILE for tonight's *
      * suspense movements that never reach a customer: an item       *
      * suspensed tonight (SUSPNS) is lockbox cash held as unapplied  *
      * cash; an item closed tonight as a refund (REFUND) or as        *
      * miscellaneous income (MISCIN) leaves unapplied cash.  An item *
      * applied to a customer left through the journal as SUSAPP.      *
      * No SUSPFILE yet simply means no suspense.                      *
      ******************************************************************
       3500-POST-SUSPENSE-CASH.
           OPEN INPUT SUSPENSE-ITEM-FILE
           IF NOT ELP-SUSPITEM-FILE-OK
               DISPLAY "ELPGLI01 - SUSPFILE OPEN FAILED - FILE STATUS "
                   ELP-SUSPITEM-FILE-STATUS " - SUSPENSE NOT INTERFACED"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 3500-POST-SUSPENSE-CASH-EXIT
           END-IF
           MOVE ELP-CASH-COST-CENTER TO ELP-COST-CENTER
           PERFORM 3510-POST-ONE-ITEM THRU 3510-POST-ONE-ITEM-EXIT
                   UNTIL ELP-SUSPITEM-AT-EOF
           CLOSE SUSPENSE-ITEM-FILE.
       3500-POST-SUSPENSE-CASH-EXIT.
           EXIT.

       3510-POST-ONE-ITEM.
           READ SUSPENSE-ITEM-FILE NEXT RECORD
               AT END
                   SET ELP-SUSPITEM-AT-EOF TO TRUE
                   GO TO 3510-POST-ONE-ITEM-EXIT
           END-READ
           IF SI-AMOUNT NOT NUMERIC
               OR SI-AMOUNT = 0
               GO TO 3510-POST-ONE-ITEM-EXIT
           END-IF
           IF SI-SUSPENSE-DATE = ELP-RUN-DATE
               MOVE "SUSPNS" TO ELP-PW-SOURCE-TYPE
               MOVE ELP-CASH-ACCOUNT TO ELP-PW-ACCOUNT
               MOVE SI-AMOUNT TO ELP-PW-AMOUNT
               PERFORM 3520-POST-SUSPENSE-PAIR
                       THRU 3520-POST-SUSPENSE-PAIR-EXIT
           END-IF
           IF NOT SI-CLOSED
               OR SI-RESOLVED-DATE NOT = ELP-RUN-DATE
               GO TO 3510-POST-ONE-ITEM-EXIT
           END-IF
           EVALUATE TRUE
               WHEN SI-REFUNDED
                   MOVE "REFUND" TO ELP-PW-SOURCE-TYPE
                   MOVE ELP-REFUNDS-PAYABLE-ACCOUNT TO ELP-PW-ACCOUNT
               WHEN SI-MISC-INCOME
                   MOVE "MISCIN" TO ELP-PW-SOURCE-TYPE
                   MOVE ELP-MISC-INCOME-ACCOUNT TO ELP-PW-ACCOUNT
               WHEN OTHER
                   GO TO 3510-POST-ONE-ITEM-EXIT
           END-EVALUATE
           COMPUTE ELP-PW-AMOUNT = 0 - SI-AMOUNT
           PERFORM 3520-POST-SUSPENSE-PAIR
                   THRU 3520-POST-SUSPENSE-PAIR-EXIT.
       3510-POST-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 3520-POST-SUSPENSE-PAIR - files ELP-PW-AMOUNT against the      *
      * account the caller set and the same amount the other way      *
      * against unapplied cash.                                        *
      ******************************************************************
       3520-POST-SUSPENSE-PAIR.
           ADD 1 TO ELP-SUSPENSE-USED-COUNT
           PERFORM 3300-ADD-TO-BUCKET THRU 3300-ADD-TO-BUCKET-EXIT
           MOVE ELP-UNAPPLIED-CASH-ACCOUNT TO ELP-PW-ACCOUNT
           COMPUTE ELP-PW-AMOUNT = 0 - ELP-PW-AMOUNT
           PERFORM 3300-ADD-TO-BUCKET THRU 3300-ADD-TO-BUCKET-EXIT.
       3520-POST-SUSPENSE-PAIR-EXIT.
           EXIT.

      ******************************************************************
      * 3600-POST-RECOVERY-CASH - one pass over WOFHIST for the bad-   *
      * debt recoveries ELPPAY01 recorded tonight (RECOVR): lockbox    *
      * cash that went to no customer balance, moved to bad-debt       *
      * recoveries.  No WOFHIST yet simply means no write-offs.        *
      ******************************************************************
       3600-POST-RECOVERY-CASH.
           OPEN INPUT WRITEOFF-HISTORY-FILE
           IF NOT ELP-WOFHIST-FILE-OK
               DISPLAY "ELPGLI01 - WOFHIST OPEN FAILED - FILE STATUS "
                   ELP-WOFHIST-FILE-STATUS
                   " - RECOVERIES NOT INTERFACED"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 3600-POST-RECOVERY-CASH-EXIT
           END-IF
           MOVE ELP-CASH-COST-CENTER TO ELP-COST-CENTER
           PERFORM 3610-POST-ONE-RECOVERY
                   THRU 3610-POST-ONE-RECOVERY-EXIT
                   UNTIL ELP-WOFHIST-AT-EOF
           CLOSE WRITEOFF-HISTORY-FILE.
       3600-POST-RECOVERY-CASH-EXIT.
           EXIT.

       3610-POST-ONE-RECOVERY.
           READ WRITEOFF-HISTORY-FILE NEXT RECORD
               AT END
                   SET ELP-WOFHIST-AT-EOF TO TRUE
                   GO TO 3610-POST-ONE-RECOVERY-EXIT
           END-READ
           IF WO-LAST-RECOVERY-DATE NOT NUMERIC
               OR WO-LAST-RECOVERY-DATE NOT = ELP-RUN-DATE
               OR WO-LAST-RECOVERY-AMOUNT NOT NUMERIC
               OR WO-LAST-RECOVERY-AMOUNT = 0
               GO TO 3610-POST-ONE-RECOVERY-EXIT
           END-IF
           ADD 1 TO ELP-RECOVERY-USED-COUNT
           MOVE "RECOVR" TO ELP-PW-SOURCE-TYPE
           MOVE ELP-CASH-ACCOUNT TO ELP-PW-ACCOUNT
           MOVE WO-LAST-RECOVERY-AMOUNT TO ELP-PW-AMOUNT
           PERFORM 3300-ADD-TO-BUCKET THRU 3300-ADD-TO-BUCKET-EXIT
           MOVE ELP-BAD-DEBT-RECOVERY-ACCOUNT TO ELP-PW-ACCOUNT
           COMPUTE ELP-PW-AMOUNT = 0 - WO-LAST-RECOVERY-AMOUNT
           PERFORM 3300-ADD-TO-BUCKET THRU 3300-ADD-TO-BUCKET-EXIT.
       3610-POST-ONE-RECOVERY-EXIT.
           EXIT.

       3900-PRINT-EXCEPTION.
           MOVE LG-CUST-NUMBER TO ELP-EX-CUST-NUMBER
           MOVE LG-REGION TO ELP-EX-REGION
           MOVE LG-TRAN-TYPE TO ELP-EX-TRAN-TYPE
           MOVE LG-AMOUNT TO ELP-EX-AMOUNT
           PERFORM 8500-CHECK-PAGE THRU 8500-CHECK-PAGE-EXIT
           WRITE GL-REPORT-LINE FROM ELP-EXCEPTION-LINE
           ADD 1 TO ELP-LINE-COUNT.
       3900-PRINT-EXCEPTION-EXIT.
           EXIT.

      ******************************************************************
      * 4000-TOTAL-CUSTFILE - one sequential pass for the customer     *
      * count and balance total after the night, for GLHIST and the   *
      * month-end tie-out.                                             *
      ******************************************************************
       4000-TOTAL-CUSTFILE.
           PERFORM 4100-READ-CUSTOMER THRU 4100-READ-CUSTOMER-EXIT
                   UNTIL ELP-CUSTOMER-AT-EOF.
       4000-TOTAL-CUSTFILE-EXIT.
           EXIT.

       4100-READ-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET ELP-CUSTOMER-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ELP-CUSTFILE-COUNT
                   ADD CR-BALANCE TO ELP-CUSTFILE-TOTAL
           END-READ.
       4100-READ-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 5000-WRITE-GL-BATCH - header, one detail line per nonzero      *
      * debit or credit bucket, and the trailer, each listed on GLRPT. *
      * An empty night still sends a header and a zero trailer so the  *
      * GL load can tell "no activity" from "no file".                 *
      ******************************************************************
       5000-WRITE-GL-BATCH.
           MOVE SPACES TO GL-INTERFACE-RECORD
           SET GL-HEADER TO TRUE
           MOVE ELP-BATCH-ID TO GL-BATCH-ID
           MOVE ELP-RUN-DATE TO GL-HD-BUSINESS-DATE
           MOVE "ELPAR" TO GL-HD-SOURCE-SYSTEM
           MOVE "ACCOUNTS RECEIVABLE POSTINGS" TO GL-HD-DESCRIPTION
           WRITE GL-INTERFACE-RECORD
           PERFORM 5100-WRITE-ONE-BUCKET
                   THRU 5100-WRITE-ONE-BUCKET-EXIT
                   VARYING ELP-GB-SUB FROM 1 BY 1
                   UNTIL ELP-GB-SUB > ELP-GB-COUNT
           MOVE SPACES TO GL-INTERFACE-RECORD
           SET GL-TRAILER TO TRUE
           MOVE ELP-BATCH-ID TO GL-BATCH-ID
           MOVE ELP-GL-LINE-COUNT TO GL-TR-LINE-COUNT
           MOVE ELP-GL-DEBIT-TOTAL TO GL-TR-DEBIT-TOTAL
           MOVE ELP-GL-CREDIT-TOTAL TO GL-TR-CREDIT-TOTAL
           WRITE GL-INTERFACE-RECORD
           PERFORM 8500-CHECK-PAGE THRU 8500-CHECK-PAGE-EXIT
           MOVE SPACES TO GL-REPORT-LINE
           WRITE GL-REPORT-LINE
           MOVE ELP-GL-LINE-COUNT TO ELP-TL-LINE-COUNT
           MOVE ELP-GL-DEBIT-TOTAL TO ELP-TL-DEBIT
           MOVE ELP-GL-CREDIT-TOTAL TO ELP-TL-CREDIT
           WRITE GL-REPORT-LINE FROM ELP-TOTAL-LINE
           MOVE ELP-AR-MOVEMENT TO ELP-ML-MOVEMENT
           MOVE ELP-JOURNAL-USED-COUNT TO ELP-ML-USED
           WRITE GL-REPORT-LINE FROM ELP-MOVEMENT-LINE
           MOVE SPACES TO GL-REPORT-LINE
           WRITE GL-REPORT-LINE
           EVALUATE TRUE
               WHEN ELP-GL-DEBIT-TOTAL NOT = ELP-GL-CREDIT-TOTAL
                   OR ELP-BUCKET-OVERFLOW-COUNT > 0
                   MOVE "*** BATCH NOT BALANCED ***" TO ELP-VD-VERDICT
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN ELP-UNCHARTED-COUNT > 0
                   OR ELP-UNASSIGNED-COUNT > 0
                   MOVE "BALANCED - EXCEPTIONS LISTED ABOVE"
                       TO ELP-VD-VERDICT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE "BALANCED" TO ELP-VD-VERDICT
           END-EVALUATE
           WRITE GL-REPORT-LINE FROM ELP-VERDICT-LINE
           ADD 5 TO ELP-LINE-COUNT.
       5000-WRITE-GL-BATCH-EXIT.
           EXIT.

       5100-WRITE-ONE-BUCKET.
           IF ELP-GB-DEBIT-TOTAL(ELP-GB-SUB) NOT = 0
               MOVE "D" TO ELP-PW-SIDE
               PERFORM 5200-WRITE-GL-DETAIL
                       THRU 5200-WRITE-GL-DETAIL-EXIT
           END-IF
           IF ELP-GB-CREDIT-TOTAL(ELP-GB-SUB) NOT = 0
               MOVE "C" TO ELP-PW-SIDE
               PERFORM 5200-WRITE-GL-DETAIL
                       THRU 5200-WRITE-GL-DETAIL-EXIT
           END-IF.
       5100-WRITE-ONE-BUCKET-EXIT.
           EXIT.

      ******************************************************************
      * 5200-WRITE-GL-DETAIL - one GLINTF detail line and its GLRPT    *
      * line for the current bucket; the caller has set ELP-PW-SIDE   *
      * to say which side.                                             *
      ******************************************************************
       5200-WRITE-GL-DETAIL.
           MOVE SPACES TO GL-INTERFACE-RECORD
           SET GL-DETAIL TO TRUE
           MOVE ELP-BATCH-ID TO GL-BATCH-ID
           MOVE ELP-GB-COST-CENTER(ELP-GB-SUB) TO GL-COST-CENTER
           MOVE ELP-GB-ACCOUNT(ELP-GB-SUB) TO GL-ACCOUNT
           MOVE ELP-GB-SOURCE-TYPE(ELP-GB-SUB) TO GL-SOURCE-TYPE
           MOVE ELP-RUN-DATE TO GL-POST-DATE
           MOVE ELP-GB-COST-CENTER(ELP-GB-SUB) TO ELP-DL-COST-CENTER
           MOVE ELP-GB-ACCOUNT(ELP-GB-SUB) TO ELP-DL-ACCOUNT
           MOVE ELP-GB-SOURCE-TYPE(ELP-GB-SUB) TO ELP-DL-SOURCE-TYPE
           PERFORM 5300-DESCRIBE-ACCOUNT
                   THRU 5300-DESCRIBE-ACCOUNT-EXIT
           IF ELP-PW-DEBIT-SIDE
               SET GL-DEBIT TO TRUE
               MOVE ELP-GB-DEBIT-TOTAL(ELP-GB-SUB) TO GL-AMOUNT
               MOVE ELP-GB-DEBIT-TOTAL(ELP-GB-SUB) TO ELP-DL-DEBIT
               MOVE 0 TO ELP-DL-CREDIT
               ADD ELP-GB-DEBIT-TOTAL(ELP-GB-SUB)
                   TO ELP-GL-DEBIT-TOTAL
           ELSE
               SET GL-CREDIT TO TRUE
               MOVE ELP-GB-CREDIT-TOTAL(ELP-GB-SUB) TO GL-AMOUNT
               MOVE 0 TO ELP-DL-DEBIT
               MOVE ELP-GB-CREDIT-TOTAL(ELP-GB-SUB) TO ELP-DL-CREDIT
               ADD ELP-GB-CREDIT-TOTAL(ELP-GB-SUB)
                   TO ELP-GL-CREDIT-TOTAL
           END-IF
           WRITE GL-INTERFACE-RECORD
           ADD 1 TO ELP-GL-LINE-COUNT
           PERFORM 8500-CHECK-PAGE THRU 8500-CHECK-PAGE-EXIT
           WRITE GL-REPORT-LINE FROM ELP-DETAIL-LINE
           ADD 1 TO ELP-LINE-COUNT.
       5200-WRITE-GL-DETAIL-EXIT.
           EXIT.

       5300-DESCRIBE-ACCOUNT.
           EVALUATE ELP-GB-ACCOUNT(ELP-GB-SUB)
               WHEN ELP-AR-CONTROL-ACCOUNT
                   MOVE "AR CONTROL" TO ELP-DL-DESCRIPTION
               WHEN ELP-AR-CLEARING-ACCOUNT
                   MOVE "AR CLEARING" TO ELP-DL-DESCRIPTION
               WHEN ELP-REFUNDS-PAYABLE-ACCOUNT
                   MOVE "REFUNDS PAYABLE" TO ELP-DL-DESCRIPTION
               WHEN ELP-MISC-INCOME-ACCOUNT
                   MOVE "MISCELLANEOUS INCOME" TO ELP-DL-DESCRIPTION
               WHEN ELP-BAD-DEBT-RECOVERY-ACCOUNT
                   MOVE "BAD DEBT RECOVERIES" TO ELP-DL-DESCRIPTION
               WHEN OTHER
                   MOVE SPACES TO ELP-DL-DESCRIPTION
                   PERFORM 5310-DESCRIBE-FROM-CHART
                           THRU 5310-DESCRIBE-FROM-CHART-EXIT
                           VARYING ELP-CH-SUB FROM 1 BY 1
                           UNTIL ELP-CH-SUB > ELP-CH-COUNT
           END-EVALUATE.
       5300-DESCRIBE-ACCOUNT-EXIT.
           EXIT.

       5310-DESCRIBE-FROM-CHART.
           IF ELP-CH-OFFSET-ACCOUNT(ELP-CH-SUB)
                   = ELP-GB-ACCOUNT(ELP-GB-SUB)
               AND ELP-DL-DESCRIPTION = SPACES
               MOVE ELP-CH-DESCRIPTION(ELP-CH-SUB)
                   TO ELP-DL-DESCRIPTION
           END-IF.
       5310-DESCRIBE-FROM-CHART-EXIT.
           EXIT.

      ******************************************************************
      * 6000-APPEND-HISTORY - tonight's line on GLHIST: AR movement    *
      * and the CUSTFILE position after the night.                     *
      ******************************************************************
       6000-APPEND-HISTORY.
           OPEN EXTEND GL-HISTORY-FILE
           IF NOT ELP-GLHIST-FILE-OK
               DISPLAY "ELPGLI01 - GLHIST OPEN FAILED - FILE STATUS "
                   ELP-GLHIST-FILE-STATUS " - NIGHT NOT RECORDED"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 6000-APPEND-HISTORY-EXIT
           END-IF
           MOVE SPACES TO GL-HISTORY-RECORD
           MOVE ELP-RUN-DATE TO GH-BUSINESS-DATE
           MOVE ELP-AR-MOVEMENT TO GH-AR-MOVEMENT
           MOVE ELP-CUSTFILE-TOTAL TO GH-CUSTFILE-TOTAL
           MOVE ELP-CUSTFILE-COUNT TO GH-CUSTFILE-COUNT
           MOVE ELP-BATCH-ID TO GH-BATCH-ID
           WRITE GL-HISTORY-RECORD
           CLOSE GL-HISTORY-FILE.
       6000-APPEND-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 7000-MONTH-END-TIE-OUT - the month's GL AR control movement    *
      * against the change in the CUSTFILE balance total: opening      *
      * (last night of last month) plus movement must equal tonight's  *
      * closing total.  With no night from last month on GLHIST the    *
      * opening is unknown and the tie-out is not proved.              *
      ******************************************************************
       7000-MONTH-END-TIE-OUT.
           MOVE ELP-AR-MOVEMENT TO ELP-MONTH-MOVEMENT
           PERFORM 7100-ADD-ONE-NIGHT THRU 7100-ADD-ONE-NIGHT-EXIT
                   VARYING ELP-MH-SUB FROM 1 BY 1
                   UNTIL ELP-MH-SUB > ELP-MH-COUNT
           PERFORM 8600-PRINT-HEADING THRU 8600-PRINT-HEADING-EXIT
           MOVE ELP-RUN-YYYYMM TO ELP-TH-YYYYMM
           WRITE GL-REPORT-LINE FROM ELP-TIE-HEADING-LINE
           MOVE SPACES TO GL-REPORT-LINE
           WRITE GL-REPORT-LINE
           MOVE "OPENING CUSTFILE BALANCE TOTAL" TO ELP-TA-LABEL
           MOVE ELP-OPENING-TOTAL TO ELP-TA-AMOUNT
           IF ELP-OPENING-FOUND
               MOVE SPACES TO ELP-TA-NOTE
               STRING "AS OF " ELP-OPENING-DATE DELIMITED BY SIZE
                   INTO ELP-TA-NOTE
               END-STRING
           ELSE
               MOVE "NO PRIOR-MONTH NIGHT ON GLHIST" TO ELP-TA-NOTE
           END-IF
           WRITE GL-REPORT-LINE FROM ELP-TIE-AMOUNT-LINE
           MOVE "GL AR CONTROL MOVEMENT FOR THE MONTH"
               TO ELP-TA-LABEL
           MOVE ELP-MONTH-MOVEMENT TO ELP-TA-AMOUNT
           MOVE SPACES TO ELP-TA-NOTE
           MOVE ELP-MH-COUNT TO ELP-MH-COUNT-DISPLAY
           STRING "EARLIER NIGHTS " ELP-MH-COUNT-DISPLAY
               " PLUS TONIGHT"
               DELIMITED BY SIZE INTO ELP-TA-NOTE
           END-STRING
           WRITE GL-REPORT-LINE FROM ELP-TIE-AMOUNT-LINE
           COMPUTE ELP-EXPECTED-CLOSING =
               ELP-OPENING-TOTAL + ELP-MONTH-MOVEMENT
           MOVE "EXPECTED CLOSING BALANCE TOTAL" TO ELP-TA-LABEL
           MOVE ELP-EXPECTED-CLOSING TO ELP-TA-AMOUNT
           MOVE SPACES TO ELP-TA-NOTE
           WRITE GL-REPORT-LINE FROM ELP-TIE-AMOUNT-LINE
           MOVE "CUSTFILE BALANCE TOTAL TONIGHT" TO ELP-TA-LABEL
           MOVE ELP-CUSTFILE-TOTAL TO ELP-TA-AMOUNT
           WRITE GL-REPORT-LINE FROM ELP-TIE-AMOUNT-LINE
           COMPUTE ELP-TIE-DIFFERENCE =
               ELP-CUSTFILE-TOTAL - ELP-EXPECTED-CLOSING
           MOVE "DIFFERENCE" TO ELP-TA-LABEL
           MOVE ELP-TIE-DIFFERENCE TO ELP-TA-AMOUNT
           WRITE GL-REPORT-LINE FROM ELP-TIE-AMOUNT-LINE
           MOVE SPACES TO GL-REPORT-LINE
           WRITE GL-REPORT-LINE
           EVALUATE TRUE
               WHEN NOT ELP-OPENING-FOUND
                   MOVE "NOT PROVED - NO OPENING POSITION"
                       TO ELP-TV-VERDICT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN ELP-TIE-DIFFERENCE NOT = 0
                   MOVE "*** AR CONTROL DOES NOT TIE ***"
                       TO ELP-TV-VERDICT
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE "GL AR CONTROL TIES TO CUSTFILE"
                       TO ELP-TV-VERDICT
           END-EVALUATE
           WRITE GL-REPORT-LINE FROM ELP-TIE-VERDICT-LINE
           DISPLAY "ELPGLI01 - MONTH-END TIE-OUT: " ELP-TV-VERDICT.
       7000-MONTH-END-TIE-OUT-EXIT.
           EXIT.

       7100-ADD-ONE-NIGHT.
           ADD ELP-MH-MOVEMENT(ELP-MH-SUB) TO ELP-MONTH-MOVEMENT.
       7100-ADD-ONE-NIGHT-EXIT.
           EXIT.

       8500-CHECK-PAGE.
           IF ELP-LINE-COUNT >= ELP-LINES-PER-PAGE
               OR ELP-PAGE-NUMBER = 0
               PERFORM 8600-PRINT-HEADING
                       THRU 8600-PRINT-HEADING-EXIT
           END-IF.
       8500-CHECK-PAGE-EXIT.
           EXIT.

       8600-PRINT-HEADING.
           ADD 1 TO ELP-PAGE-NUMBER
           MOVE ELP-PAGE-NUMBER TO ELP-H1-PAGE-NUMBER
           WRITE GL-REPORT-LINE FROM ELP-HEADING-LINE-1
           MOVE SPACES TO GL-REPORT-LINE
           WRITE GL-REPORT-LINE
           WRITE GL-REPORT-LINE FROM ELP-HEADING-LINE-2
           MOVE SPACES TO GL-REPORT-LINE
           WRITE GL-REPORT-LINE
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
           IF ELP-BATCH-READY
               CLOSE LEDGER-JOURNAL-FILE
               CLOSE CUSTOMER-FILE
               CLOSE GL-INTERFACE-FILE
           END-IF
           CLOSE GL-REPORT-FILE
           DISPLAY "ELPGLI01 - JOURNAL ENTRIES READ "
               ELP-JOURNAL-READ-COUNT
           DISPLAY "ELPGLI01 - JOURNAL ENTRIES USED "
               ELP-JOURNAL-USED-COUNT
           DISPLAY "ELPGLI01 - SUSPENSE MOVEMENTS   "
               ELP-SUSPENSE-USED-COUNT
           DISPLAY "ELPGLI01 - BAD-DEBT RECOVERIES  "
               ELP-RECOVERY-USED-COUNT
           DISPLAY "ELPGLI01 - GL LINES WRITTEN     "
               ELP-GL-LINE-COUNT
           DISPLAY "ELPGLI01 - NOT CHARTED          "
               ELP-UNCHARTED-COUNT
           DISPLAY "ELPGLI01 - UNASSIGNED REGION    "
               ELP-UNASSIGNED-COUNT
           PERFORM 9990-END-STEP THRU 9990-END-STEP-EXIT
           Stop Run.
