      ******************************************************************
      * Program: ELPLGP01.cbl                                        *
      * Author: Rey Devega                                            *
      * Date-Written: 06/27/2018                                      *
      * Purpose: Nightly customer ledger proof.  Every posting step   *
      *          appends one LEDGJRNL entry (see LEDGREC) for each    *
      *          balance it changes; this step proves, customer by    *
      *          customer, that last night's balance plus tonight's   *
      *          journal entries equals the balance now on CUSTFILE.  *
      *          Last night's balances come from LEDGPREV, the        *
      *          retained copy of the LEDGSNAP this step wrote the    *
      *          night before (the retention copy step is in the job, *
      *          ahead of this step, the same arrangement as          *
      *          CUSTPREV).  LEDGPREV and CUSTFILE are matched into   *
      *          one table in customer-number order, the journal      *
      *          entries dated after the snapshot and up to the       *
      *          business date are netted into it, and every customer *
      *          that does not tie is printed on LGPRPT with the      *
      *          three figures and the difference.  A journal entry   *
      *          for a customer on neither master (added and purged   *
      *          the same night) is listed and must net to zero.      *
      *          Tonight's balances are then written to LEDGSNAP for  *
      *          tomorrow.  A missing LEDGPREV (the first night, or   *
      *          retention not yet set up) takes the baseline and     *
      *          ends with a warning code; an out-of-tie night ends   *
      *          with RC 8.  Runs after the last posting step and     *
      *          ahead of ELPBAL01.                                   *
      * Tectonics: cobc                                               *
      *                                                                *
      * Modification History                                          *
      *   06/27/2018  RD  Original ledger proof program.              *
      *   10/03/2018  RD  Registers its start and end with the        *
      *                   ELPSTP01 step control.  A resubmitted       *
      *                   night skips the step once it is COMPLETE    *
      *                   for the business date.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPLGP01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CUST-NUMBER
               FILE STATUS IS ELP-CUSTFILE-STATUS.

           SELECT PRIOR-SNAPSHOT-FILE ASSIGN TO "LEDGPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-PRIOR-FILE-STATUS.

           SELECT OPTIONAL LEDGER-JOURNAL-FILE ASSIGN TO "LEDGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-LEDGER-FILE-STATUS.

           SELECT NEW-SNAPSHOT-FILE ASSIGN TO "LEDGSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-SNAP-FILE-STATUS.

           SELECT PROOF-REPORT-FILE ASSIGN TO "LGPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-LGPRPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  PRIOR-SNAPSHOT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRIOR-SNAPSHOT-RECORD          PIC X(80).

       FD  LEDGER-JOURNAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  LEDGER-JOURNAL-RECORD.
           COPY LEDGREC.

       FD  NEW-SNAPSHOT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NEW-SNAPSHOT-RECORD            PIC X(80).

       FD  PROOF-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PROOF-REPORT-LINE              PIC X(132).

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
           05  ELP-CUSTFILE-STATUS        PIC X(02).
               88  ELP-CUSTFILE-OK        VALUE "00".
           05  ELP-PRIOR-FILE-STATUS      PIC X(02).
               88  ELP-PRIOR-FILE-OK      VALUE "00".
               88  ELP-PRIOR-MISSING      VALUE "35".
           05  ELP-LEDGER-FILE-STATUS     PIC X(02).
               88  ELP-LEDGER-FILE-OK     VALUE "00" "05".
           05  ELP-SNAP-FILE-STATUS       PIC X(02).
               88  ELP-SNAP-FILE-OK       VALUE "00".
           05  ELP-LGPRPT-FILE-STATUS     PIC X(02).
               88  ELP-LGPRPT-FILE-OK     VALUE "00".

       01  ELP-SWITCHES.
           05  ELP-BASELINE-SW            PIC X(01) VALUE "N".
               88  ELP-BASELINE-RUN       VALUE "Y".
           05  ELP-JOURNAL-EOF-SW         PIC X(01) VALUE "N".
               88  ELP-JOURNAL-AT-EOF     VALUE "Y".
           05  ELP-TABLE-FULL-SW          PIC X(01) VALUE "N".
               88  ELP-TABLE-FULL         VALUE "Y".

       01  ELP-ABEND-WORK.
           05  ELP-ABEND-FILE-NAME        PIC X(08).
           05  ELP-ABEND-FILE-STATUS      PIC X(02).

       01  ELP-RUN-DATE                   PIC 9(08).

      ******************************************************************
      * One snapshot line: an "H" header carrying the business date   *
      * the snapshot was taken for, then one "D" line per customer on  *
      * CUSTFILE in customer-number order.                             *
      ******************************************************************
       01  ELP-SNAPSHOT-LINE.
           05  ELP-SN-RECORD-TYPE         PIC X(01).
               88  ELP-SN-HEADER          VALUE "H".
               88  ELP-SN-DETAIL          VALUE "D".
           05  FILLER                     PIC X(01).
           05  ELP-SN-CUST-NUMBER         PIC 9(06).
           05  FILLER                     PIC X(01).
           05  ELP-SN-BALANCE             PIC S9(09)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(59).
       01  ELP-SNAPSHOT-HEADER REDEFINES ELP-SNAPSHOT-LINE.
           05  FILLER                     PIC X(02).
           05  ELP-SH-SNAP-DATE           PIC 9(08).
           05  FILLER                     PIC X(70).

       01  ELP-MATCH-WORK.
           05  ELP-PRIOR-KEY              PIC 9(07) VALUE 9999999.
           05  ELP-CURRENT-KEY            PIC 9(07) VALUE 9999999.
           05  ELP-PRIOR-BALANCE          PIC S9(09)V99 COMP-3.
           05  ELP-SNAP-DATE              PIC 9(08) VALUE 0.
           05  ELP-EXPECTED-BALANCE       PIC S9(11)V99 COMP-3.
           05  ELP-DIFFERENCE             PIC S9(11)V99 COMP-3.

      ******************************************************************
      * The proof table - one entry per customer on either master,    *
      * built in ascending customer-number order by the match, so a    *
      * journal entry finds its customer by binary search.            *
      ******************************************************************
       01  ELP-PROOF-TABLE.
           05  ELP-PT-MAX                 PIC 9(05) COMP VALUE 50000.
           05  ELP-PT-COUNT               PIC 9(05) COMP VALUE 0.
           05  ELP-PT-SUB                 PIC 9(05) COMP.
           05  ELP-PT-LOW                 PIC 9(05) COMP.
           05  ELP-PT-HIGH                PIC 9(05) COMP.
           05  ELP-PT-MID                 PIC 9(05) COMP.
           05  ELP-PT-FOUND-SUB           PIC 9(05) COMP.
           05  ELP-PT-ENTRY               OCCURS 50000 TIMES.
               10  ELP-PT-CUST-NUMBER     PIC 9(06).
               10  ELP-PT-CUST-NAME       PIC X(30).
               10  ELP-PT-REGION          PIC X(04).
               10  ELP-PT-PRIOR-BALANCE   PIC S9(09)V99 COMP-3.
               10  ELP-PT-CURRENT-BALANCE PIC S9(09)V99 COMP-3.
               10  ELP-PT-JOURNAL-NET     PIC S9(11)V99 COMP-3.
               10  ELP-PT-ENTRY-COUNT     PIC 9(05) COMP.
               10  ELP-PT-ON-PRIOR-SW     PIC X(01).
                   88  ELP-PT-ON-PRIOR    VALUE "Y".
               10  ELP-PT-ON-CURRENT-SW   PIC X(01).
                   88  ELP-PT-ON-CURRENT  VALUE "Y".

       01  ELP-PROOF-COUNTS.
           05  ELP-PRIOR-READ-COUNT       PIC 9(06) COMP VALUE 0.
           05  ELP-CURRENT-READ-COUNT     PIC 9(06) COMP VALUE 0.
           05  ELP-JOURNAL-READ-COUNT     PIC 9(07) COMP VALUE 0.
           05  ELP-JOURNAL-USED-COUNT     PIC 9(07) COMP VALUE 0.
           05  ELP-OFF-MASTER-COUNT       PIC 9(06) COMP VALUE 0.
           05  ELP-TIED-COUNT             PIC 9(06) COMP VALUE 0.
           05  ELP-UNTIED-COUNT           PIC 9(06) COMP VALUE 0.
           05  ELP-SNAP-WRITTEN-COUNT     PIC 9(06) COMP VALUE 0.
           05  ELP-PRIOR-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
           05  ELP-JOURNAL-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
           05  ELP-CURRENT-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
           05  ELP-OFF-MASTER-NET         PIC S9(13)V99 COMP-3 VALUE 0.

       01  ELP-PRINT-CONTROL.
           05  ELP-PAGE-NUMBER            PIC 9(04) COMP VALUE 0.
           05  ELP-LINE-COUNT             PIC 9(04) COMP VALUE 0.
           05  ELP-LINES-PER-PAGE         PIC 9(04) COMP VALUE 50.

       01  ELP-HEADING-LINE-1.
           05  FILLER                  PIC X(34) VALUE
               "CUSTOMER LEDGER BALANCE PROOF".
           05  FILLER                  PIC X(10) VALUE " RUN DATE ".
           05  ELP-H1-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(16) VALUE
               "  SNAPSHOT DATE ".
           05  ELP-H1-SNAP-DATE        PIC 9(08).
           05  FILLER                  PIC X(47) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  ELP-H1-PAGE-NUMBER      PIC ZZZ9.

       01  ELP-HEADING-LINE-2.
           05  FILLER                  PIC X(10) VALUE "CUST NO.".
           05  FILLER                  PIC X(31) VALUE "CUSTOMER NAME".
           05  FILLER                  PIC X(06) VALUE "REGION".
           05  FILLER                  PIC X(17) VALUE
               "    PRIOR BALANCE".
           05  FILLER                  PIC X(18) VALUE
               "      JOURNAL NET".
           05  FILLER                  PIC X(17) VALUE
               "  CURRENT BALANCE".
           05  FILLER                  PIC X(18) VALUE
               "        DIFFERENCE".
           05  FILLER                  PIC X(09) VALUE "  ENTRIES".

       01  ELP-DETAIL-LINE.
           05  ELP-DL-CUST-NUMBER      PIC 9(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  ELP-DL-CUST-NAME        PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ELP-DL-REGION           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-PRIOR-BALANCE    PIC -,---,---,--9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ELP-DL-JOURNAL-NET      PIC --,---,---,--9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ELP-DL-CURRENT-BALANCE  PIC -,---,---,--9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ELP-DL-DIFFERENCE       PIC --,---,---,--9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ELP-DL-ENTRIES          PIC ZZZZ9.

       01  ELP-OFF-MASTER-LINE.
           05  ELP-OM-CUST-NUMBER      PIC 9(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(31) VALUE
               "NOT ON LEDGPREV OR CUSTFILE".
           05  ELP-OM-SOURCE-PROGRAM   PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ELP-OM-TRAN-TYPE        PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ELP-OM-POST-DATE        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-OM-AMOUNT           PIC --,---,---,--9.99.

       01  ELP-BASELINE-LINE.
           05  FILLER                  PIC X(47) VALUE
               "NO PRIOR SNAPSHOT RETAINED (LEDGPREV NOT FOUND)".
           05  FILLER                  PIC X(39) VALUE
               " - PROOF SKIPPED, BASELINE TAKEN".

       01  ELP-TABLE-FULL-LINE.
           05  FILLER                  PIC X(37) VALUE
               "PROOF TABLE FULL - CUSTOMERS PAST ".
           05  ELP-TF-MAX              PIC ZZZZ9.
           05  FILLER                  PIC X(30) VALUE
               " NOT PROVED OR SNAPSHOTTED".

       01  ELP-TOTAL-LINE-1.
           05  FILLER                  PIC X(18) VALUE
               "PRIOR TOTAL      ".
           05  ELP-TL-PRIOR-TOTAL      PIC --,---,---,---,--9.99.
           05  FILLER                  PIC X(18) VALUE
               "   JOURNAL NET   ".
           05  ELP-TL-JOURNAL-TOTAL    PIC --,---,---,---,--9.99.
           05  FILLER                  PIC X(18) VALUE
               "   CURRENT TOTAL ".
           05  ELP-TL-CURRENT-TOTAL    PIC --,---,---,---,--9.99.

       01  ELP-TOTAL-LINE-2.
           05  FILLER                  PIC X(18) VALUE
               "CUSTOMERS TIED   ".
           05  ELP-TL-TIED             PIC ZZZZZ9.
           05  FILLER                  PIC X(18) VALUE
               "   NOT TIED      ".
           05  ELP-TL-UNTIED           PIC ZZZZZ9.
           05  FILLER                  PIC X(18) VALUE
               "   JOURNAL USED  ".
           05  ELP-TL-JOURNAL-USED     PIC ZZZZZZ9.
           05  FILLER                  PIC X(18) VALUE
               "   OFF-MASTER NET".
           05  ELP-TL-OFF-MASTER-NET   PIC --,---,---,--9.99.

       01  ELP-VERDICT-LINE.
           05  FILLER                  PIC X(16) VALUE
               "PROOF VERDICT - ".
           05  ELP-VD-VERDICT          PIC X(30).

       01  ELP-STEP-CONTROL.
           COPY STEPCTL.

       01  ELP-STEP-BEGUN-SW              PIC X(01) VALUE "N".
           88  ELP-STEP-BEGUN             VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2100-READ-PRIOR THRU 2100-READ-PRIOR-EXIT
           PERFORM 2200-READ-CURRENT THRU 2200-READ-CURRENT-EXIT
           PERFORM 2000-MATCH-ONE-PAIR
                   THRU 2000-MATCH-ONE-PAIR-EXIT
                   UNTIL ELP-PRIOR-KEY = 9999999
                     AND ELP-CURRENT-KEY = 9999999
           IF NOT ELP-BASELINE-RUN
               PERFORM 3100-READ-JOURNAL THRU 3100-READ-JOURNAL-EXIT
               PERFORM 3000-POST-ONE-ENTRY
                       THRU 3000-POST-ONE-ENTRY-EXIT
                       UNTIL ELP-JOURNAL-AT-EOF
               PERFORM 4000-PROVE-ONE-CUSTOMER
                       THRU 4000-PROVE-ONE-CUSTOMER-EXIT
                       VARYING ELP-PT-SUB FROM 1 BY 1
                       UNTIL ELP-PT-SUB > ELP-PT-COUNT
           END-IF
           PERFORM 5000-WRITE-SNAPSHOT THRU 5000-WRITE-SNAPSHOT-EXIT
           PERFORM 6000-PRINT-TOTALS THRU 6000-PRINT-TOTALS-EXIT
           GO TO 9999-TERMINATE.

       1000-INITIALIZE.
           PERFORM 1020-BEGIN-STEP THRU 1020-BEGIN-STEP-EXIT
           OPEN OUTPUT PROOF-REPORT-FILE
           IF NOT ELP-LGPRPT-FILE-OK
               MOVE "LGPRPT" TO ELP-ABEND-FILE-NAME
               MOVE ELP-LGPRPT-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT ELP-CUSTFILE-OK
               MOVE "CUSTFILE" TO ELP-ABEND-FILE-NAME
               MOVE ELP-CUSTFILE-STATUS TO ELP-ABEND-FILE-STATUS
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
           OPEN OUTPUT NEW-SNAPSHOT-FILE
           IF NOT ELP-SNAP-FILE-OK
               MOVE "LEDGSNAP" TO ELP-ABEND-FILE-NAME
               MOVE ELP-SNAP-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           PERFORM 1050-READ-RUN-CONTROL
                   THRU 1050-READ-RUN-CONTROL-EXIT
           MOVE ELP-BUSINESS-DATE TO ELP-RUN-DATE
           MOVE ELP-RUN-DATE TO ELP-H1-RUN-DATE
           PERFORM 1100-OPEN-PRIOR-SNAPSHOT
                   THRU 1100-OPEN-PRIOR-SNAPSHOT-EXIT.
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
           MOVE "ELPLGP01" TO SC-STEP-NAME
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
               DISPLAY "ELPLGP01 - RUNCTL NOT AVAILABLE - FILE STATUS "
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
               DISPLAY "ELPLGP01 - RUNCTL UNUSABLE - SYSTEM DATE USED"
               ACCEPT ELP-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1100-OPEN-PRIOR-SNAPSHOT - opens LEDGPREV and takes the        *
      * snapshot date off its header.  No LEDGPREV, or one with no     *
      * usable header, is a baseline night: the match still runs so   *
      * the table (and so tonight's LEDGSNAP) holds every customer,    *
      * but nothing is proved.                                         *
      ******************************************************************
       1100-OPEN-PRIOR-SNAPSHOT.
           OPEN INPUT PRIOR-SNAPSHOT-FILE
           IF ELP-PRIOR-MISSING
               SET ELP-BASELINE-RUN TO TRUE
               GO TO 1100-OPEN-PRIOR-SNAPSHOT-EXIT
           END-IF
           IF NOT ELP-PRIOR-FILE-OK
               MOVE "LEDGPREV" TO ELP-ABEND-FILE-NAME
               MOVE ELP-PRIOR-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           READ PRIOR-SNAPSHOT-FILE INTO ELP-SNAPSHOT-LINE
               AT END
                   MOVE SPACES TO ELP-SNAPSHOT-LINE
           END-READ
           IF ELP-SN-HEADER
               AND ELP-SH-SNAP-DATE NUMERIC
               AND ELP-SH-SNAP-DATE > 0
               MOVE ELP-SH-SNAP-DATE TO ELP-SNAP-DATE
               MOVE ELP-SNAP-DATE TO ELP-H1-SNAP-DATE
           ELSE
               DISPLAY "ELPLGP01 - LEDGPREV HAS NO SNAPSHOT HEADER - "
                   "BASELINE TAKEN"
               CLOSE PRIOR-SNAPSHOT-FILE
               SET ELP-BASELINE-RUN TO TRUE
           END-IF.
       1100-OPEN-PRIOR-SNAPSHOT-EXIT.
           EXIT.

      ******************************************************************
      * 1600-ABEND-OPEN-FAILURE - a required file would not open.  The *
      * caller moves the file name and the file status into            *
      * ELP-ABEND-FILE-NAME/ELP-ABEND-FILE-STATUS before PERFORMing    *
      * this, then GOes TO 9999-TERMINATE, the same convention as      *
      * elpCob1.                                                       *
      ******************************************************************
       1600-ABEND-OPEN-FAILURE.
           DISPLAY "ELPLGP01 - OPEN FAILED FOR " ELP-ABEND-FILE-NAME
               " - FILE STATUS " ELP-ABEND-FILE-STATUS
           MOVE 90 TO RETURN-CODE.
       1600-ABEND-OPEN-FAILURE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MATCH-ONE-PAIR - two-file match of LEDGPREV against       *
      * CUSTFILE on the customer number, both in ascending order.      *
      * Each key, from either side or both, becomes one table entry,  *
      * so the table comes out in ascending order for the search.     *
      ******************************************************************
       2000-MATCH-ONE-PAIR.
           IF ELP-PT-COUNT >= ELP-PT-MAX
               IF NOT ELP-TABLE-FULL
                   SET ELP-TABLE-FULL TO TRUE
                   DISPLAY "ELPLGP01 - PROOF TABLE FULL AT "
                       ELP-PT-MAX " CUSTOMERS"
               END-IF
               MOVE 9999999 TO ELP-PRIOR-KEY
               MOVE 9999999 TO ELP-CURRENT-KEY
               GO TO 2000-MATCH-ONE-PAIR-EXIT
           END-IF
           ADD 1 TO ELP-PT-COUNT
           MOVE ELP-PT-COUNT TO ELP-PT-SUB
           MOVE SPACES TO ELP-PT-CUST-NAME(ELP-PT-SUB)
           MOVE SPACES TO ELP-PT-REGION(ELP-PT-SUB)
           MOVE 0 TO ELP-PT-PRIOR-BALANCE(ELP-PT-SUB)
           MOVE 0 TO ELP-PT-CURRENT-BALANCE(ELP-PT-SUB)
           MOVE 0 TO ELP-PT-JOURNAL-NET(ELP-PT-SUB)
           MOVE 0 TO ELP-PT-ENTRY-COUNT(ELP-PT-SUB)
           MOVE "N" TO ELP-PT-ON-PRIOR-SW(ELP-PT-SUB)
           MOVE "N" TO ELP-PT-ON-CURRENT-SW(ELP-PT-SUB)
           EVALUATE TRUE
               WHEN ELP-PRIOR-KEY < ELP-CURRENT-KEY
                   PERFORM 2300-TAKE-PRIOR THRU 2300-TAKE-PRIOR-EXIT
                   PERFORM 2100-READ-PRIOR THRU 2100-READ-PRIOR-EXIT
               WHEN ELP-PRIOR-KEY > ELP-CURRENT-KEY
                   PERFORM 2400-TAKE-CURRENT
                           THRU 2400-TAKE-CURRENT-EXIT
                   PERFORM 2200-READ-CURRENT
                           THRU 2200-READ-CURRENT-EXIT
               WHEN OTHER
                   PERFORM 2300-TAKE-PRIOR THRU 2300-TAKE-PRIOR-EXIT
                   PERFORM 2400-TAKE-CURRENT
                           THRU 2400-TAKE-CURRENT-EXIT
                   PERFORM 2100-READ-PRIOR THRU 2100-READ-PRIOR-EXIT
                   PERFORM 2200-READ-CURRENT
                           THRU 2200-READ-CURRENT-EXIT
           END-EVALUATE.
       2000-MATCH-ONE-PAIR-EXIT.
           EXIT.

      ******************************************************************
      * 2100-READ-PRIOR - next "D" line off LEDGPREV.  Anything else   *
      * (a stray header, an unreadable number) is skipped.  A baseline *
      * night has no LEDGPREV open and reads as end of file.          *
      ******************************************************************
       2100-READ-PRIOR.
           IF ELP-BASELINE-RUN
               MOVE 9999999 TO ELP-PRIOR-KEY
               GO TO 2100-READ-PRIOR-EXIT
           END-IF.
       2100-NEXT-PRIOR.
           READ PRIOR-SNAPSHOT-FILE INTO ELP-SNAPSHOT-LINE
               AT END
                   MOVE 9999999 TO ELP-PRIOR-KEY
                   GO TO 2100-READ-PRIOR-EXIT
           END-READ
           IF NOT ELP-SN-DETAIL
               OR ELP-SN-CUST-NUMBER NOT NUMERIC
               OR ELP-SN-BALANCE NOT NUMERIC
               GO TO 2100-NEXT-PRIOR
           END-IF
           ADD 1 TO ELP-PRIOR-READ-COUNT
           MOVE ELP-SN-CUST-NUMBER TO ELP-PRIOR-KEY
           MOVE ELP-SN-BALANCE TO ELP-PRIOR-BALANCE.
       2100-READ-PRIOR-EXIT.
           EXIT.

       2200-READ-CURRENT.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE 9999999 TO ELP-CURRENT-KEY
               NOT AT END
                   ADD 1 TO ELP-CURRENT-READ-COUNT
                   MOVE CR-CUST-NUMBER TO ELP-CURRENT-KEY
           END-READ.
       2200-READ-CURRENT-EXIT.
           EXIT.

       2300-TAKE-PRIOR.
           MOVE ELP-PRIOR-KEY TO ELP-PT-CUST-NUMBER(ELP-PT-SUB)
           MOVE ELP-PRIOR-BALANCE TO ELP-PT-PRIOR-BALANCE(ELP-PT-SUB)
           SET ELP-PT-ON-PRIOR(ELP-PT-SUB) TO TRUE
           ADD ELP-PRIOR-BALANCE TO ELP-PRIOR-TOTAL.
       2300-TAKE-PRIOR-EXIT.
           EXIT.

       2400-TAKE-CURRENT.
           MOVE CR-CUST-NUMBER TO ELP-PT-CUST-NUMBER(ELP-PT-SUB)
           MOVE CR-CUST-NAME TO ELP-PT-CUST-NAME(ELP-PT-SUB)
           MOVE CR-REGION TO ELP-PT-REGION(ELP-PT-SUB)
           MOVE CR-BALANCE TO ELP-PT-CURRENT-BALANCE(ELP-PT-SUB)
           SET ELP-PT-ON-CURRENT(ELP-PT-SUB) TO TRUE
           ADD CR-BALANCE TO ELP-CURRENT-TOTAL.
       2400-TAKE-CURRENT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-POST-ONE-ENTRY - nets one journal entry into its          *
      * customer's table entry.  Only entries posted after the         *
      * snapshot was taken and no later than tonight's business date  *
      * belong to tonight's proof; older ones were proved on earlier  *
      * nights.  A customer on neither master is listed and its net   *
      * carried in the off-master total, which must come to zero.     *
      ******************************************************************
       3000-POST-ONE-ENTRY.
           IF LG-POST-DATE NOT NUMERIC
               OR LG-AMOUNT NOT NUMERIC
               OR LG-POST-DATE NOT > ELP-SNAP-DATE
               OR LG-POST-DATE > ELP-RUN-DATE
               GO TO 3000-NEXT-ENTRY
           END-IF
           ADD 1 TO ELP-JOURNAL-USED-COUNT
           ADD LG-AMOUNT TO ELP-JOURNAL-TOTAL
           PERFORM 3200-FIND-CUSTOMER THRU 3200-FIND-CUSTOMER-EXIT
           IF ELP-PT-FOUND-SUB > 0
               ADD LG-AMOUNT TO ELP-PT-JOURNAL-NET(ELP-PT-FOUND-SUB)
               ADD 1 TO ELP-PT-ENTRY-COUNT(ELP-PT-FOUND-SUB)
           ELSE
               ADD 1 TO ELP-OFF-MASTER-COUNT
               ADD LG-AMOUNT TO ELP-OFF-MASTER-NET
               MOVE LG-CUST-NUMBER TO ELP-OM-CUST-NUMBER
               MOVE LG-SOURCE-PROGRAM TO ELP-OM-SOURCE-PROGRAM
               MOVE LG-TRAN-TYPE TO ELP-OM-TRAN-TYPE
               MOVE LG-POST-DATE TO ELP-OM-POST-DATE
               MOVE LG-AMOUNT TO ELP-OM-AMOUNT
               PERFORM 4500-CHECK-PAGE THRU 4500-CHECK-PAGE-EXIT
               WRITE PROOF-REPORT-LINE FROM ELP-OFF-MASTER-LINE
               ADD 1 TO ELP-LINE-COUNT
           END-IF.
       3000-NEXT-ENTRY.
           PERFORM 3100-READ-JOURNAL THRU 3100-READ-JOURNAL-EXIT.
       3000-POST-ONE-ENTRY-EXIT.
           EXIT.

       3100-READ-JOURNAL.
           READ LEDGER-JOURNAL-FILE
               AT END
                   SET ELP-JOURNAL-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ELP-JOURNAL-READ-COUNT
           END-READ.
       3100-READ-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      * 3200-FIND-CUSTOMER - binary search of the proof table for      *
      * LG-CUST-NUMBER.  ELP-PT-FOUND-SUB is zero when it is not       *
      * there.                                                         *
      ******************************************************************
       3200-FIND-CUSTOMER.
           MOVE 0 TO ELP-PT-FOUND-SUB
           IF LG-CUST-NUMBER NOT NUMERIC
               OR ELP-PT-COUNT = 0
               GO TO 3200-FIND-CUSTOMER-EXIT
           END-IF
           MOVE 1 TO ELP-PT-LOW
           MOVE ELP-PT-COUNT TO ELP-PT-HIGH
           PERFORM 3210-PROBE-ONE-ENTRY
                   THRU 3210-PROBE-ONE-ENTRY-EXIT
                   UNTIL ELP-PT-FOUND-SUB > 0
                      OR ELP-PT-LOW > ELP-PT-HIGH.
       3200-FIND-CUSTOMER-EXIT.
           EXIT.

       3210-PROBE-ONE-ENTRY.
           COMPUTE ELP-PT-MID = (ELP-PT-LOW + ELP-PT-HIGH) / 2
           EVALUATE TRUE
               WHEN ELP-PT-CUST-NUMBER(ELP-PT-MID) = LG-CUST-NUMBER
                   MOVE ELP-PT-MID TO ELP-PT-FOUND-SUB
               WHEN ELP-PT-CUST-NUMBER(ELP-PT-MID) < LG-CUST-NUMBER
                   COMPUTE ELP-PT-LOW = ELP-PT-MID + 1
               WHEN ELP-PT-MID = 1
                   MOVE 0 TO ELP-PT-HIGH
               WHEN OTHER
                   COMPUTE ELP-PT-HIGH = ELP-PT-MID - 1
           END-EVALUATE.
       3210-PROBE-ONE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PROVE-ONE-CUSTOMER - prior balance plus journal net must  *
      * equal the current balance.  A customer dropped from CUSTFILE  *
      * is proved against zero; one new tonight against a zero prior. *
      ******************************************************************
       4000-PROVE-ONE-CUSTOMER.
           COMPUTE ELP-EXPECTED-BALANCE =
               ELP-PT-PRIOR-BALANCE(ELP-PT-SUB)
               + ELP-PT-JOURNAL-NET(ELP-PT-SUB)
           COMPUTE ELP-DIFFERENCE =
               ELP-PT-CURRENT-BALANCE(ELP-PT-SUB)
               - ELP-EXPECTED-BALANCE
           IF ELP-DIFFERENCE = 0
               ADD 1 TO ELP-TIED-COUNT
               GO TO 4000-PROVE-ONE-CUSTOMER-EXIT
           END-IF
           ADD 1 TO ELP-UNTIED-COUNT
           MOVE ELP-PT-CUST-NUMBER(ELP-PT-SUB) TO ELP-DL-CUST-NUMBER
           IF ELP-PT-ON-CURRENT(ELP-PT-SUB)
               MOVE ELP-PT-CUST-NAME(ELP-PT-SUB) TO ELP-DL-CUST-NAME
           ELSE
               MOVE "*** NOT ON CUSTFILE ***" TO ELP-DL-CUST-NAME
           END-IF
           MOVE ELP-PT-REGION(ELP-PT-SUB) TO ELP-DL-REGION
           MOVE ELP-PT-PRIOR-BALANCE(ELP-PT-SUB)
               TO ELP-DL-PRIOR-BALANCE
           MOVE ELP-PT-JOURNAL-NET(ELP-PT-SUB) TO ELP-DL-JOURNAL-NET
           MOVE ELP-PT-CURRENT-BALANCE(ELP-PT-SUB)
               TO ELP-DL-CURRENT-BALANCE
           MOVE ELP-DIFFERENCE TO ELP-DL-DIFFERENCE
           MOVE ELP-PT-ENTRY-COUNT(ELP-PT-SUB) TO ELP-DL-ENTRIES
           PERFORM 4500-CHECK-PAGE THRU 4500-CHECK-PAGE-EXIT
           WRITE PROOF-REPORT-LINE FROM ELP-DETAIL-LINE
           ADD 1 TO ELP-LINE-COUNT.
       4000-PROVE-ONE-CUSTOMER-EXIT.
           EXIT.

       4500-CHECK-PAGE.
           IF ELP-LINE-COUNT >= ELP-LINES-PER-PAGE
               OR ELP-PAGE-NUMBER = 0
               PERFORM 4600-PRINT-HEADING
                       THRU 4600-PRINT-HEADING-EXIT
           END-IF.
       4500-CHECK-PAGE-EXIT.
           EXIT.

       4600-PRINT-HEADING.
           ADD 1 TO ELP-PAGE-NUMBER
           MOVE ELP-PAGE-NUMBER TO ELP-H1-PAGE-NUMBER
           WRITE PROOF-REPORT-LINE FROM ELP-HEADING-LINE-1
           MOVE SPACES TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE FROM ELP-HEADING-LINE-2
           MOVE SPACES TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE
           MOVE 0 TO ELP-LINE-COUNT.
       4600-PRINT-HEADING-EXIT.
           EXIT.

      ******************************************************************
      * 5000-WRITE-SNAPSHOT - tonight's balances for tomorrow's proof: *
      * the header with the business date, then every customer still  *
      * on CUSTFILE in customer-number order.                          *
      ******************************************************************
       5000-WRITE-SNAPSHOT.
           MOVE SPACES TO ELP-SNAPSHOT-LINE
           SET ELP-SN-HEADER TO TRUE
           MOVE ELP-RUN-DATE TO ELP-SH-SNAP-DATE
           WRITE NEW-SNAPSHOT-RECORD FROM ELP-SNAPSHOT-LINE
           PERFORM 5100-WRITE-ONE-SNAPSHOT
                   THRU 5100-WRITE-ONE-SNAPSHOT-EXIT
                   VARYING ELP-PT-SUB FROM 1 BY 1
                   UNTIL ELP-PT-SUB > ELP-PT-COUNT.
       5000-WRITE-SNAPSHOT-EXIT.
           EXIT.

       5100-WRITE-ONE-SNAPSHOT.
           IF NOT ELP-PT-ON-CURRENT(ELP-PT-SUB)
               GO TO 5100-WRITE-ONE-SNAPSHOT-EXIT
           END-IF
           MOVE SPACES TO ELP-SNAPSHOT-LINE
           SET ELP-SN-DETAIL TO TRUE
           MOVE ELP-PT-CUST-NUMBER(ELP-PT-SUB) TO ELP-SN-CUST-NUMBER
           MOVE ELP-PT-CURRENT-BALANCE(ELP-PT-SUB) TO ELP-SN-BALANCE
           WRITE NEW-SNAPSHOT-RECORD FROM ELP-SNAPSHOT-LINE
           ADD 1 TO ELP-SNAP-WRITTEN-COUNT.
       5100-WRITE-ONE-SNAPSHOT-EXIT.
           EXIT.

       6000-PRINT-TOTALS.
           PERFORM 4500-CHECK-PAGE THRU 4500-CHECK-PAGE-EXIT
           MOVE SPACES TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE
           IF ELP-BASELINE-RUN
               WRITE PROOF-REPORT-LINE FROM ELP-BASELINE-LINE
               MOVE SPACES TO PROOF-REPORT-LINE
               WRITE PROOF-REPORT-LINE
           END-IF
           IF ELP-TABLE-FULL
               MOVE ELP-PT-MAX TO ELP-TF-MAX
               WRITE PROOF-REPORT-LINE FROM ELP-TABLE-FULL-LINE
               MOVE SPACES TO PROOF-REPORT-LINE
               WRITE PROOF-REPORT-LINE
           END-IF
           MOVE ELP-PRIOR-TOTAL TO ELP-TL-PRIOR-TOTAL
           MOVE ELP-JOURNAL-TOTAL TO ELP-TL-JOURNAL-TOTAL
           MOVE ELP-CURRENT-TOTAL TO ELP-TL-CURRENT-TOTAL
           WRITE PROOF-REPORT-LINE FROM ELP-TOTAL-LINE-1
           MOVE ELP-TIED-COUNT TO ELP-TL-TIED
           MOVE ELP-UNTIED-COUNT TO ELP-TL-UNTIED
           MOVE ELP-JOURNAL-USED-COUNT TO ELP-TL-JOURNAL-USED
           MOVE ELP-OFF-MASTER-NET TO ELP-TL-OFF-MASTER-NET
           WRITE PROOF-REPORT-LINE FROM ELP-TOTAL-LINE-2
           MOVE SPACES TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE
           EVALUATE TRUE
               WHEN ELP-BASELINE-RUN
                   MOVE "NOT PROVED - BASELINE NIGHT" TO ELP-VD-VERDICT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN ELP-UNTIED-COUNT > 0
                   OR ELP-OFF-MASTER-NET NOT = 0
                   MOVE "*** LEDGER OUT OF TIE ***" TO ELP-VD-VERDICT
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN ELP-TABLE-FULL
                   MOVE "NOT PROVED - TABLE FULL" TO ELP-VD-VERDICT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE "LEDGER TIES TO MASTER" TO ELP-VD-VERDICT
           END-EVALUATE
           WRITE PROOF-REPORT-LINE FROM ELP-VERDICT-LINE
           DISPLAY "ELPLGP01 - PROOF VERDICT: " ELP-VD-VERDICT
           DISPLAY "ELPLGP01 - LEDGPREV CUSTOMERS " ELP-PRIOR-READ-COUNT
           DISPLAY "ELPLGP01 - CUSTFILE CUSTOMERS "
               ELP-CURRENT-READ-COUNT
           DISPLAY "ELPLGP01 - JOURNAL READ       "
               ELP-JOURNAL-READ-COUNT
           DISPLAY "ELPLGP01 - JOURNAL USED       "
               ELP-JOURNAL-USED-COUNT
           DISPLAY "ELPLGP01 - NOT TIED           " ELP-UNTIED-COUNT
           DISPLAY "ELPLGP01 - OFF-MASTER ENTRIES " ELP-OFF-MASTER-COUNT
           DISPLAY "ELPLGP01 - SNAPSHOT WRITTEN   "
               ELP-SNAP-WRITTEN-COUNT.
       6000-PRINT-TOTALS-EXIT.
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
           IF NOT ELP-BASELINE-RUN
               CLOSE PRIOR-SNAPSHOT-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE LEDGER-JOURNAL-FILE
           CLOSE NEW-SNAPSHOT-FILE
           CLOSE PROOF-REPORT-FILE
           PERFORM 9990-END-STEP THRU 9990-END-STEP-EXIT
           Stop Run.
