      ******************************************************************
      * Program: ELPDUP01.cbl                                         *
      * Author: Rey Devega                                            *
      * Date-Written: 10/17/2018                                      *
      * Purpose: Duplicate-customer candidate report.  The CUSTFIL2   *
      *          branch merge in elpCob1 only catches customers whose *
      *          numbers collide; the same business set up in both    *
      *          books under different numbers stays two customers.   *
      *          This step reads CUSTFILE, builds a name key for      *
      *          every customer not closed - the name upper-cased,    *
      *          periods and apostrophes dropped, every other         *
      *          punctuation mark treated as a space, the business    *
      *          suffixes INC, INCORPORATED, CO, COMPANY, CORP,       *
      *          CORPORATION, LLC and LTD dropped, and the words that *
      *          remain run together - and SORTs on it.  Every name   *
      *          key carried by two or more customers is listed on    *
      *          DUPRPT as a candidate group, within a region or      *
      *          across regions, with each customer's balance, credit *
      *          limit and last payment.  A customer from the branch  *
      *          book - on CUSTXREF, or numbered in the reserved      *
      *          900001-999999 range - is marked with its old branch  *
      *          number, and its group is flagged and counted         *
      *          separately, since the branch merge is where most     *
      *          duplicates come from.  Read-only: a pair the         *
      *          business confirms is merged with ELPMRG01.           *
      * Tectonics: cobc                                               *
      *                                                                *
      * Modification History                                          *
      *   10/17/2018  RD  Original duplicate candidate report.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPDUP01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CUST-NUMBER
               FILE STATUS IS ELP-CUSTOMER-FILE-STATUS.

           SELECT OPTIONAL CROSS-REFERENCE-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-XREF-FILE-STATUS.

           SELECT DUPLICATE-REPORT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-DUPRPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-RUNCTL-FILE-STATUS.

           SELECT DUPLICATE-SORT-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

      ******************************************************************
      * One CUSTXREF line from the elpCob1 branch merge: the branch    *
      * customer number on CUSTFIL2, the number it carries on the      *
      * combined book, the name, and KEPT or RENUMBERED.               *
      ******************************************************************
       FD  CROSS-REFERENCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CROSS-REFERENCE-RECORD.
           05  XR-OLD-NUMBER              PIC 9(06).
           05  FILLER                     PIC X(01).
           05  XR-NEW-NUMBER              PIC 9(06).
           05  FILLER                     PIC X(01).
           05  XR-CUST-NAME               PIC X(30).
           05  FILLER                     PIC X(01).
           05  XR-DISPOSITION             PIC X(10).
           05  FILLER                     PIC X(25).

       FD  DUPLICATE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DUPLICATE-REPORT-LINE          PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTL.

       SD  DUPLICATE-SORT-FILE.
       01  DUPLICATE-SORT-RECORD.
           05  SR-NAME-KEY                PIC X(30).
           05  SR-CUST-NUMBER             PIC 9(06).
           05  SR-CUST-NAME               PIC X(30).
           05  SR-REGION                  PIC X(04).
           05  SR-BALANCE                 PIC S9(09)V99 COMP-3.
           05  SR-CREDIT-LIMIT            PIC S9(07)V99 COMP-3.
           05  SR-LAST-PAY-DATE           PIC X(08).
           05  SR-STATUS                  PIC X(01).

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
           05  ELP-CUSTOMER-FILE-STATUS   PIC X(02).
               88  ELP-CUSTOMER-FILE-OK   VALUE "00".
           05  ELP-XREF-FILE-STATUS       PIC X(02).
               88  ELP-XREF-FILE-OK       VALUE "00" "05".
               88  ELP-XREF-FILE-EOF      VALUE "10".
           05  ELP-DUPRPT-FILE-STATUS     PIC X(02).
               88  ELP-DUPRPT-FILE-OK     VALUE "00".

       01  ELP-SWITCHES.
           05  ELP-CUSTOMER-EOF-SW        PIC X(01) VALUE "N".
               88  ELP-CUSTOMER-AT-EOF    VALUE "Y".
           05  ELP-SORT-EOF-SW            PIC X(01) VALUE "N".
               88  ELP-SORT-AT-EOF        VALUE "Y".
           05  ELP-FILES-READY-SW         PIC X(01) VALUE "N".
               88  ELP-FILES-READY        VALUE "Y".
           05  ELP-NOISE-WORD-SW          PIC X(01).
               88  ELP-NOISE-WORD         VALUE "Y".
           05  ELP-CROSS-REGION-SW        PIC X(01).
               88  ELP-CROSS-REGION       VALUE "Y".

       01  ELP-ABEND-WORK.
           05  ELP-ABEND-FILE-NAME        PIC X(08).
           05  ELP-ABEND-FILE-STATUS      PIC X(02).

       01  ELP-RUN-DATE                   PIC 9(08).

      ******************************************************************
      * Name-key work.  ELP-RAW-NAME is the upper-cased name, scanned  *
      * a character at a time into ELP-CLEAN-NAME; the clean name is   *
      * then taken a word at a time and every word that is not a       *
      * business suffix is run onto the end of ELP-NAME-KEY.           *
      ******************************************************************
       01  ELP-RAW-NAME                   PIC X(30).
       01  ELP-RAW-NAME-CHARS REDEFINES ELP-RAW-NAME.
           05  ELP-RAW-CHAR               PIC X(01) OCCURS 30 TIMES.

       01  ELP-NAME-KEY-WORK.
           05  ELP-CLEAN-NAME             PIC X(30).
           05  ELP-NAME-KEY               PIC X(30).
           05  ELP-ONE-WORD               PIC X(30).
           05  ELP-CHAR-SUB               PIC 9(02) COMP.
           05  ELP-CLEAN-PTR              PIC 9(02) COMP.
           05  ELP-SCAN-PTR               PIC 9(02) COMP.
           05  ELP-KEY-PTR                PIC 9(02) COMP.

       01  ELP-NOISE-WORD-VALUES.
           05  FILLER                     PIC X(12) VALUE "INC".
           05  FILLER                     PIC X(12) VALUE
               "INCORPORATED".
           05  FILLER                     PIC X(12) VALUE "CO".
           05  FILLER                     PIC X(12) VALUE "COMPANY".
           05  FILLER                     PIC X(12) VALUE "CORP".
           05  FILLER                     PIC X(12) VALUE
               "CORPORATION".
           05  FILLER                     PIC X(12) VALUE "LLC".
           05  FILLER                     PIC X(12) VALUE "LTD".
       01  ELP-NOISE-WORD-TBL REDEFINES ELP-NOISE-WORD-VALUES.
           05  ELP-NOISE-ENTRY            PIC X(12) OCCURS 8 TIMES.

       01  ELP-NOISE-WORK.
           05  ELP-NOISE-COUNT            PIC 9(02) COMP VALUE 8.
           05  ELP-NOISE-SUB              PIC 9(02) COMP.

      ******************************************************************
      * CUSTXREF held in storage - only the customers in a candidate   *
      * group are looked up, so a serial search is enough.             *
      ******************************************************************
       01  ELP-XREF-TABLE.
           05  ELP-XT-MAX                 PIC 9(05) COMP VALUE 50000.
           05  ELP-XT-COUNT               PIC 9(05) COMP VALUE 0.
           05  ELP-XT-SUB                 PIC 9(05) COMP.
           05  ELP-XT-FOUND-SUB           PIC 9(05) COMP.
           05  ELP-XT-ENTRY               OCCURS 50000 TIMES.
               10  ELP-XT-NEW-NUMBER      PIC 9(06).
               10  ELP-XT-OLD-NUMBER      PIC 9(06).
               10  ELP-XT-DISPOSITION     PIC X(10).

       01  ELP-XREF-COUNTS.
           05  ELP-XREF-READ-COUNT        PIC 9(06) COMP VALUE 0.
           05  ELP-XREF-DROPPED-COUNT     PIC 9(06) COMP VALUE 0.

      ******************************************************************
      * The candidate group being gathered from the sorted customers:  *
      * every customer with the same name key.  A group larger than    *
      * the table is listed up to the table and the rest counted.      *
      ******************************************************************
       01  ELP-GROUP-TABLE.
           05  ELP-GROUP-KEY              PIC X(30).
           05  ELP-GROUP-MAX              PIC 9(04) COMP VALUE 50.
           05  ELP-GROUP-COUNT            PIC 9(04) COMP VALUE 0.
           05  ELP-GROUP-KEPT             PIC 9(04) COMP VALUE 0.
           05  ELP-GROUP-SUB              PIC 9(04) COMP.
           05  ELP-GROUP-BRANCH-COUNT     PIC 9(04) COMP.
           05  ELP-GM-ENTRY               OCCURS 50 TIMES.
               10  ELP-GM-CUST-NUMBER     PIC 9(06).
               10  ELP-GM-CUST-NAME       PIC X(30).
               10  ELP-GM-REGION          PIC X(04).
               10  ELP-GM-BALANCE         PIC S9(09)V99 COMP-3.
               10  ELP-GM-CREDIT-LIMIT    PIC S9(07)V99 COMP-3.
               10  ELP-GM-LAST-PAY-DATE   PIC X(08).
               10  ELP-GM-STATUS          PIC X(01).
               10  ELP-GM-BRANCH-NOTE     PIC X(30).

       01  ELP-DUPLICATE-COUNTS.
           05  ELP-CUST-READ-COUNT        PIC 9(06) COMP VALUE 0.
           05  ELP-CLOSED-SKIP-COUNT      PIC 9(06) COMP VALUE 0.
           05  ELP-NO-KEY-SKIP-COUNT      PIC 9(06) COMP VALUE 0.
           05  ELP-RELEASED-COUNT         PIC 9(06) COMP VALUE 0.
           05  ELP-CAND-GROUP-COUNT       PIC 9(06) COMP VALUE 0.
           05  ELP-CAND-CUST-COUNT        PIC 9(06) COMP VALUE 0.
           05  ELP-SAME-REGION-COUNT      PIC 9(06) COMP VALUE 0.
           05  ELP-CROSS-REGION-COUNT     PIC 9(06) COMP VALUE 0.
           05  ELP-BRANCH-GROUP-COUNT     PIC 9(06) COMP VALUE 0.

       01  ELP-PRINT-CONTROL.
           05  ELP-PAGE-NUMBER         PIC 9(04) COMP VALUE 0.
           05  ELP-LINE-COUNT          PIC 9(04) COMP VALUE 0.
           05  ELP-LINES-PER-PAGE      PIC 9(04) COMP VALUE 50.

       01  ELP-HEADING-LINE-1.
           05  FILLER                  PIC X(36) VALUE
               "DUPLICATE CUSTOMER CANDIDATES".
           05  FILLER                  PIC X(10) VALUE " RUN DATE ".
           05  ELP-H1-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(69) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  ELP-H1-PAGE-NUMBER      PIC ZZZ9.

       01  ELP-HEADING-LINE-2.
           05  FILLER                  PIC X(08) VALUE "CUST NO.".
           05  FILLER                  PIC X(34) VALUE
               "  CUSTOMER NAME".
           05  FILLER                  PIC X(06) VALUE "RGN".
           05  FILLER                  PIC X(03) VALUE "ST".
           05  FILLER                  PIC X(18) VALUE
               "         BALANCE".
           05  FILLER                  PIC X(15) VALUE
               " CREDIT LIMIT".
           05  FILLER                  PIC X(10) VALUE "LAST PAY".
           05  FILLER                  PIC X(30) VALUE "BRANCH BOOK".

       01  ELP-GROUP-LINE.
           05  FILLER                  PIC X(09) VALUE "NAME KEY ".
           05  ELP-GL-NAME-KEY         PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-GL-CUST-COUNT       PIC ZZZ9.
           05  FILLER                  PIC X(12) VALUE " CUSTOMERS  ".
           05  ELP-GL-SCOPE            PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-GL-BRANCH-FLAG      PIC X(30).

       01  ELP-DETAIL-LINE.
           05  ELP-DL-CUST-NUMBER      PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  ELP-DL-CUST-NAME        PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-REGION           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-STATUS           PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-BALANCE          PIC -,---,---,--9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-CREDIT-LIMIT     PIC --,---,--9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-LAST-PAY-DATE    PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-BRANCH-NOTE      PIC X(30).

       01  ELP-OVERFLOW-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  ELP-OL-COUNT            PIC ZZZ9.
           05  FILLER                  PIC X(40) VALUE
               " MORE CUSTOMERS WITH THIS KEY NOT LISTED".

       01  ELP-SUMMARY-LINE.
           05  ELP-SM-LABEL            PIC X(40).
           05  ELP-SM-COUNT            PIC ZZZ,ZZ9.

       01  ELP-NONE-LINE               PIC X(50) VALUE
           "NO DUPLICATE CUSTOMER CANDIDATES FOUND THIS RUN".

       01  ELP-STEP-CONTROL.
           COPY STEPCTL.

       01  ELP-STEP-BEGUN-SW              PIC X(01) VALUE "N".
           88  ELP-STEP-BEGUN             VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           SORT DUPLICATE-SORT-FILE
               ON ASCENDING KEY SR-NAME-KEY SR-CUST-NUMBER
               INPUT PROCEDURE IS 2000-RELEASE-CUSTOMERS
                   THRU 2000-RELEASE-CUSTOMERS-EXIT
               OUTPUT PROCEDURE IS 3000-REPORT-CANDIDATES
                   THRU 3000-REPORT-CANDIDATES-EXIT
           PERFORM 4000-PRINT-TOTALS THRU 4000-PRINT-TOTALS-EXIT
           GO TO 9999-TERMINATE.

      ******************************************************************
      * 1000-INITIALIZE - opens CUSTFILE and the report and loads      *
      * CUSTXREF.  No CUSTXREF means no branch book has been merged;   *
      * the reserved-range check still marks 900001-999999 customers.  *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1020-BEGIN-STEP THRU 1020-BEGIN-STEP-EXIT
           PERFORM 1050-READ-RUN-CONTROL
                   THRU 1050-READ-RUN-CONTROL-EXIT
           MOVE ELP-BUSINESS-DATE TO ELP-RUN-DATE
           MOVE ELP-RUN-DATE TO ELP-H1-RUN-DATE
           OPEN OUTPUT DUPLICATE-REPORT-FILE
           IF NOT ELP-DUPRPT-FILE-OK
               MOVE "DUPRPT" TO ELP-ABEND-FILE-NAME
               MOVE ELP-DUPRPT-FILE-STATUS TO ELP-ABEND-FILE-STATUS
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
           SET ELP-FILES-READY TO TRUE
           PERFORM 1100-LOAD-XREF THRU 1100-LOAD-XREF-EXIT.
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
           MOVE "ELPDUP01" TO SC-STEP-NAME
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
               DISPLAY "ELPDUP01 - RUNCTL NOT AVAILABLE - FILE STATUS "
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
               DISPLAY "ELPDUP01 - RUNCTL UNUSABLE - SYSTEM DATE USED"
               ACCEPT ELP-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-XREF - every usable CUSTXREF line into storage.  A   *
      * CUSTXREF too big for the table is loaded as far as it goes     *
      * and the step ends with a warning: customers past that point    *
      * are still marked when they carry a reserved-range number.      *
      ******************************************************************
       1100-LOAD-XREF.
           OPEN INPUT CROSS-REFERENCE-FILE
           IF NOT ELP-XREF-FILE-OK
               DISPLAY "ELPDUP01 - CUSTXREF NOT AVAILABLE - "
                   "FILE STATUS " ELP-XREF-FILE-STATUS
               GO TO 1100-LOAD-XREF-EXIT
           END-IF
           PERFORM 1110-LOAD-ONE-XREF THRU 1110-LOAD-ONE-XREF-EXIT
                   UNTIL ELP-XREF-FILE-EOF
           CLOSE CROSS-REFERENCE-FILE
           IF ELP-XREF-DROPPED-COUNT > 0
               DISPLAY "ELPDUP01 - CUSTXREF TABLE FULL - "
                   ELP-XREF-DROPPED-COUNT " LINES NOT LOADED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       1100-LOAD-XREF-EXIT.
           EXIT.

       1110-LOAD-ONE-XREF.
           READ CROSS-REFERENCE-FILE
               AT END
                   GO TO 1110-LOAD-ONE-XREF-EXIT
           END-READ
           ADD 1 TO ELP-XREF-READ-COUNT
           IF XR-OLD-NUMBER NOT NUMERIC
               OR XR-NEW-NUMBER NOT NUMERIC
               GO TO 1110-LOAD-ONE-XREF-EXIT
           END-IF
           IF ELP-XT-COUNT >= ELP-XT-MAX
               ADD 1 TO ELP-XREF-DROPPED-COUNT
               GO TO 1110-LOAD-ONE-XREF-EXIT
           END-IF
           ADD 1 TO ELP-XT-COUNT
           MOVE XR-NEW-NUMBER TO ELP-XT-NEW-NUMBER(ELP-XT-COUNT)
           MOVE XR-OLD-NUMBER TO ELP-XT-OLD-NUMBER(ELP-XT-COUNT)
           MOVE XR-DISPOSITION TO ELP-XT-DISPOSITION(ELP-XT-COUNT).
       1110-LOAD-ONE-XREF-EXIT.
           EXIT.

      ******************************************************************
      * 1600-ABEND-OPEN-FAILURE - a required file would not open.  The *
      * caller moves the file name and the file status into            *
      * ELP-ABEND-FILE-NAME/ELP-ABEND-FILE-STATUS before PERFORMing    *
      * this, then GOes TO 9999-TERMINATE, the same convention as      *
      * elpCob1.                                                       *
      ******************************************************************
       1600-ABEND-OPEN-FAILURE.
           DISPLAY "ELPDUP01 - OPEN FAILED FOR " ELP-ABEND-FILE-NAME
               " - FILE STATUS " ELP-ABEND-FILE-STATUS
           MOVE 90 TO RETURN-CODE.
       1600-ABEND-OPEN-FAILURE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RELEASE-CUSTOMERS - the SORT input: one record per        *
      * customer not closed whose name leaves a usable key.  A closed  *
      * account (a merged-away retiree among them) is no longer a      *
      * duplicate anyone can post to.                                  *
      ******************************************************************
       2000-RELEASE-CUSTOMERS.
           PERFORM 2100-READ-CUSTOMER THRU 2100-READ-CUSTOMER-EXIT
           PERFORM 2200-RELEASE-ONE-CUSTOMER
                   THRU 2200-RELEASE-ONE-CUSTOMER-EXIT
                   UNTIL ELP-CUSTOMER-AT-EOF.
       2000-RELEASE-CUSTOMERS-EXIT.
           EXIT.

       2100-READ-CUSTOMER.
           READ CUSTOMER-FILE
               AT END
                   SET ELP-CUSTOMER-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ELP-CUST-READ-COUNT
           END-READ.
       2100-READ-CUSTOMER-EXIT.
           EXIT.

       2200-RELEASE-ONE-CUSTOMER.
           IF CR-STATUS = "C"
               ADD 1 TO ELP-CLOSED-SKIP-COUNT
               GO TO 2200-NEXT-CUSTOMER
           END-IF
           PERFORM 2300-BUILD-NAME-KEY THRU 2300-BUILD-NAME-KEY-EXIT
           IF ELP-NAME-KEY = SPACES
               ADD 1 TO ELP-NO-KEY-SKIP-COUNT
               GO TO 2200-NEXT-CUSTOMER
           END-IF
           MOVE ELP-NAME-KEY TO SR-NAME-KEY
           MOVE CR-CUST-NUMBER TO SR-CUST-NUMBER
           MOVE CR-CUST-NAME TO SR-CUST-NAME
           MOVE CR-REGION TO SR-REGION
           MOVE CR-BALANCE TO SR-BALANCE
           MOVE CR-CREDIT-LIMIT TO SR-CREDIT-LIMIT
           MOVE CR-LAST-PAY-DATE TO SR-LAST-PAY-DATE
           MOVE CR-STATUS TO SR-STATUS
           RELEASE DUPLICATE-SORT-RECORD
           ADD 1 TO ELP-RELEASED-COUNT.
       2200-NEXT-CUSTOMER.
           PERFORM 2100-READ-CUSTOMER THRU 2100-READ-CUSTOMER-EXIT.
       2200-RELEASE-ONE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 2300-BUILD-NAME-KEY - "Acme Tool & Die, Inc." and "ACME TOOL   *
      * AND DIE INC" are not the same key, but "Acme Tool-Die Co." and *
      * "ACME TOOL DIE" are: both become ACMETOOLDIE.  Periods and     *
      * apostrophes are dropped outright so L.L.C. and O'NEIL close up *
      * to LLC and ONEIL.                                              *
      ******************************************************************
       2300-BUILD-NAME-KEY.
           MOVE CR-CUST-NAME TO ELP-RAW-NAME
           INSPECT ELP-RAW-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO ELP-CLEAN-NAME
           MOVE 1 TO ELP-CLEAN-PTR
           PERFORM 2310-CLEAN-ONE-CHAR THRU 2310-CLEAN-ONE-CHAR-EXIT
                   VARYING ELP-CHAR-SUB FROM 1 BY 1
                   UNTIL ELP-CHAR-SUB > 30
           MOVE SPACES TO ELP-NAME-KEY
           MOVE 1 TO ELP-KEY-PTR
           MOVE 1 TO ELP-SCAN-PTR
           PERFORM 2320-TAKE-ONE-WORD THRU 2320-TAKE-ONE-WORD-EXIT
                   UNTIL ELP-SCAN-PTR > 30.
       2300-BUILD-NAME-KEY-EXIT.
           EXIT.

       2310-CLEAN-ONE-CHAR.
           IF ELP-RAW-CHAR(ELP-CHAR-SUB) = "." OR "'"
               GO TO 2310-CLEAN-ONE-CHAR-EXIT
           END-IF
           IF ELP-RAW-CHAR(ELP-CHAR-SUB) IS ALPHABETIC-UPPER
               OR ELP-RAW-CHAR(ELP-CHAR-SUB) IS NUMERIC
               MOVE ELP-RAW-CHAR(ELP-CHAR-SUB)
                   TO ELP-CLEAN-NAME(ELP-CLEAN-PTR:1)
           END-IF
           ADD 1 TO ELP-CLEAN-PTR.
       2310-CLEAN-ONE-CHAR-EXIT.
           EXIT.

       2320-TAKE-ONE-WORD.
           MOVE SPACES TO ELP-ONE-WORD
           UNSTRING ELP-CLEAN-NAME DELIMITED BY ALL SPACE
               INTO ELP-ONE-WORD
               WITH POINTER ELP-SCAN-PTR
           END-UNSTRING
           IF ELP-ONE-WORD = SPACES
               GO TO 2320-TAKE-ONE-WORD-EXIT
           END-IF
           MOVE "N" TO ELP-NOISE-WORD-SW
           PERFORM 2330-CHECK-NOISE-WORD THRU 2330-CHECK-NOISE-WORD-EXIT
                   VARYING ELP-NOISE-SUB FROM 1 BY 1
                   UNTIL ELP-NOISE-SUB > ELP-NOISE-COUNT
                      OR ELP-NOISE-WORD
           IF ELP-NOISE-WORD
               GO TO 2320-TAKE-ONE-WORD-EXIT
           END-IF
           STRING ELP-ONE-WORD DELIMITED BY SPACE
               INTO ELP-NAME-KEY
               WITH POINTER ELP-KEY-PTR
               ON OVERFLOW
                   CONTINUE
           END-STRING.
       2320-TAKE-ONE-WORD-EXIT.
           EXIT.

       2330-CHECK-NOISE-WORD.
           IF ELP-ONE-WORD = ELP-NOISE-ENTRY(ELP-NOISE-SUB)
               SET ELP-NOISE-WORD TO TRUE
           END-IF.
       2330-CHECK-NOISE-WORD-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REPORT-CANDIDATES - the SORT output, in name-key order.   *
      * Customers are gathered while the key holds; when it changes,   *
      * a group of two or more is a candidate and is printed.          *
      ******************************************************************
       3000-REPORT-CANDIDATES.
           PERFORM 3100-RETURN-SORTED THRU 3100-RETURN-SORTED-EXIT
           PERFORM 3200-TAKE-ONE-SORTED THRU 3200-TAKE-ONE-SORTED-EXIT
                   UNTIL ELP-SORT-AT-EOF
           PERFORM 3500-CLOSE-GROUP THRU 3500-CLOSE-GROUP-EXIT.
       3000-REPORT-CANDIDATES-EXIT.
           EXIT.

       3100-RETURN-SORTED.
           RETURN DUPLICATE-SORT-FILE
               AT END
                   SET ELP-SORT-AT-EOF TO TRUE
           END-RETURN.
       3100-RETURN-SORTED-EXIT.
           EXIT.

       3200-TAKE-ONE-SORTED.
           IF ELP-GROUP-COUNT > 0
               AND SR-NAME-KEY NOT = ELP-GROUP-KEY
               PERFORM 3500-CLOSE-GROUP THRU 3500-CLOSE-GROUP-EXIT
           END-IF
           IF ELP-GROUP-COUNT = 0
               MOVE SR-NAME-KEY TO ELP-GROUP-KEY
           END-IF
           ADD 1 TO ELP-GROUP-COUNT
           IF ELP-GROUP-KEPT < ELP-GROUP-MAX
               ADD 1 TO ELP-GROUP-KEPT
               MOVE SR-CUST-NUMBER TO ELP-GM-CUST-NUMBER(ELP-GROUP-KEPT)
               MOVE SR-CUST-NAME TO ELP-GM-CUST-NAME(ELP-GROUP-KEPT)
               MOVE SR-REGION TO ELP-GM-REGION(ELP-GROUP-KEPT)
               MOVE SR-BALANCE TO ELP-GM-BALANCE(ELP-GROUP-KEPT)
               MOVE SR-CREDIT-LIMIT
                   TO ELP-GM-CREDIT-LIMIT(ELP-GROUP-KEPT)
               MOVE SR-LAST-PAY-DATE
                   TO ELP-GM-LAST-PAY-DATE(ELP-GROUP-KEPT)
               MOVE SR-STATUS TO ELP-GM-STATUS(ELP-GROUP-KEPT)
               MOVE SPACES TO ELP-GM-BRANCH-NOTE(ELP-GROUP-KEPT)
           END-IF
           PERFORM 3100-RETURN-SORTED THRU 3100-RETURN-SORTED-EXIT.
       3200-TAKE-ONE-SORTED-EXIT.
           EXIT.

      ******************************************************************
      * 3500-CLOSE-GROUP - a key carried by one customer is no         *
      * candidate.  A candidate group is within one region or across   *
      * regions, and is a branch-book group when any member came from  *
      * the branch book.                                               *
      ******************************************************************
       3500-CLOSE-GROUP.
           IF ELP-GROUP-COUNT < 2
               GO TO 3500-RESET-GROUP
           END-IF
           ADD 1 TO ELP-CAND-GROUP-COUNT
           ADD ELP-GROUP-COUNT TO ELP-CAND-CUST-COUNT
           MOVE "N" TO ELP-CROSS-REGION-SW
           MOVE 0 TO ELP-GROUP-BRANCH-COUNT
           PERFORM 3510-CHECK-ONE-MEMBER THRU 3510-CHECK-ONE-MEMBER-EXIT
                   VARYING ELP-GROUP-SUB FROM 1 BY 1
                   UNTIL ELP-GROUP-SUB > ELP-GROUP-KEPT
           IF ELP-CROSS-REGION
               ADD 1 TO ELP-CROSS-REGION-COUNT
           ELSE
               ADD 1 TO ELP-SAME-REGION-COUNT
           END-IF
           IF ELP-GROUP-BRANCH-COUNT > 0
               ADD 1 TO ELP-BRANCH-GROUP-COUNT
               DISPLAY "ELPDUP01 - BRANCH-BOOK CANDIDATE " ELP-GROUP-KEY
           END-IF
           PERFORM 3600-PRINT-GROUP THRU 3600-PRINT-GROUP-EXIT.
       3500-RESET-GROUP.
           MOVE 0 TO ELP-GROUP-COUNT
           MOVE 0 TO ELP-GROUP-KEPT.
       3500-CLOSE-GROUP-EXIT.
           EXIT.

       3510-CHECK-ONE-MEMBER.
           IF ELP-GM-REGION(ELP-GROUP-SUB) NOT = ELP-GM-REGION(1)
               SET ELP-CROSS-REGION TO TRUE
           END-IF
           PERFORM 3700-FIND-XREF THRU 3700-FIND-XREF-EXIT
           IF ELP-GM-BRANCH-NOTE(ELP-GROUP-SUB) NOT = SPACES
               ADD 1 TO ELP-GROUP-BRANCH-COUNT
           END-IF.
       3510-CHECK-ONE-MEMBER-EXIT.
           EXIT.

      ******************************************************************
      * 3600-PRINT-GROUP - the group line, then one line per customer. *
      * A group that fits on a page is not split across two.           *
      ******************************************************************
       3600-PRINT-GROUP.
           IF ELP-LINE-COUNT + ELP-GROUP-KEPT + 3 > ELP-LINES-PER-PAGE
               OR ELP-PAGE-NUMBER = 0
               PERFORM 8600-PRINT-HEADING THRU 8600-PRINT-HEADING-EXIT
           END-IF
           MOVE ELP-GROUP-KEY TO ELP-GL-NAME-KEY
           MOVE ELP-GROUP-COUNT TO ELP-GL-CUST-COUNT
           IF ELP-CROSS-REGION
               MOVE "ACROSS REGIONS" TO ELP-GL-SCOPE
           ELSE
               MOVE "SAME REGION" TO ELP-GL-SCOPE
           END-IF
           IF ELP-GROUP-BRANCH-COUNT > 0
               MOVE "*** BRANCH BOOK CUSTOMER ***" TO ELP-GL-BRANCH-FLAG
           ELSE
               MOVE SPACES TO ELP-GL-BRANCH-FLAG
           END-IF
           WRITE DUPLICATE-REPORT-LINE FROM ELP-GROUP-LINE
           ADD 1 TO ELP-LINE-COUNT
           PERFORM 3610-PRINT-ONE-MEMBER THRU 3610-PRINT-ONE-MEMBER-EXIT
                   VARYING ELP-GROUP-SUB FROM 1 BY 1
                   UNTIL ELP-GROUP-SUB > ELP-GROUP-KEPT
           IF ELP-GROUP-COUNT > ELP-GROUP-KEPT
               PERFORM 8500-CHECK-PAGE THRU 8500-CHECK-PAGE-EXIT
               COMPUTE ELP-OL-COUNT = ELP-GROUP-COUNT - ELP-GROUP-KEPT
               WRITE DUPLICATE-REPORT-LINE FROM ELP-OVERFLOW-LINE
               ADD 1 TO ELP-LINE-COUNT
           END-IF
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           ADD 1 TO ELP-LINE-COUNT.
       3600-PRINT-GROUP-EXIT.
           EXIT.

       3610-PRINT-ONE-MEMBER.
           PERFORM 8500-CHECK-PAGE THRU 8500-CHECK-PAGE-EXIT
           MOVE ELP-GM-CUST-NUMBER(ELP-GROUP-SUB) TO ELP-DL-CUST-NUMBER
           MOVE ELP-GM-CUST-NAME(ELP-GROUP-SUB) TO ELP-DL-CUST-NAME
           MOVE ELP-GM-REGION(ELP-GROUP-SUB) TO ELP-DL-REGION
           MOVE ELP-GM-STATUS(ELP-GROUP-SUB) TO ELP-DL-STATUS
           MOVE ELP-GM-BALANCE(ELP-GROUP-SUB) TO ELP-DL-BALANCE
           MOVE ELP-GM-CREDIT-LIMIT(ELP-GROUP-SUB)
               TO ELP-DL-CREDIT-LIMIT
           MOVE ELP-GM-LAST-PAY-DATE(ELP-GROUP-SUB)
               TO ELP-DL-LAST-PAY-DATE
           MOVE ELP-GM-BRANCH-NOTE(ELP-GROUP-SUB) TO ELP-DL-BRANCH-NOTE
           WRITE DUPLICATE-REPORT-LINE FROM ELP-DETAIL-LINE
           ADD 1 TO ELP-LINE-COUNT.
       3610-PRINT-ONE-MEMBER-EXIT.
           EXIT.

      ******************************************************************
      * 3700-FIND-XREF - marks a group member that came from the       *
      * branch book: found on CUSTXREF under the number it carries     *
      * now (with its old branch number and KEPT or RENUMBERED), or    *
      * carrying a number in the reserved 900001-999999 range.         *
      ******************************************************************
       3700-FIND-XREF.
           MOVE 0 TO ELP-XT-FOUND-SUB
           PERFORM 3710-CHECK-ONE-XREF THRU 3710-CHECK-ONE-XREF-EXIT
                   VARYING ELP-XT-SUB FROM 1 BY 1
                   UNTIL ELP-XT-SUB > ELP-XT-COUNT
                      OR ELP-XT-FOUND-SUB > 0
           IF ELP-XT-FOUND-SUB > 0
               STRING "BRANCH NO. "
                   ELP-XT-OLD-NUMBER(ELP-XT-FOUND-SUB) " "
                   ELP-XT-DISPOSITION(ELP-XT-FOUND-SUB)
                   DELIMITED BY SIZE
                   INTO ELP-GM-BRANCH-NOTE(ELP-GROUP-SUB)
               END-STRING
               GO TO 3700-FIND-XREF-EXIT
           END-IF
           IF ELP-GM-CUST-NUMBER(ELP-GROUP-SUB) >= 900001
               MOVE "RESERVED BRANCH RANGE"
                   TO ELP-GM-BRANCH-NOTE(ELP-GROUP-SUB)
           END-IF.
       3700-FIND-XREF-EXIT.
           EXIT.

       3710-CHECK-ONE-XREF.
           IF ELP-XT-NEW-NUMBER(ELP-XT-SUB)
                   = ELP-GM-CUST-NUMBER(ELP-GROUP-SUB)
               MOVE ELP-XT-SUB TO ELP-XT-FOUND-SUB
           END-IF.
       3710-CHECK-ONE-XREF-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRINT-TOTALS - what was read, what was left out, and the  *
      * candidate groups by kind.                                      *
      ******************************************************************
       4000-PRINT-TOTALS.
           IF ELP-PAGE-NUMBER = 0
               PERFORM 8600-PRINT-HEADING THRU 8600-PRINT-HEADING-EXIT
               WRITE DUPLICATE-REPORT-LINE FROM ELP-NONE-LINE
               ADD 1 TO ELP-LINE-COUNT
           END-IF
           IF ELP-LINE-COUNT + 11 > ELP-LINES-PER-PAGE
               PERFORM 8600-PRINT-HEADING THRU 8600-PRINT-HEADING-EXIT
           END-IF
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           MOVE "CUSTOMERS READ" TO ELP-SM-LABEL
           MOVE ELP-CUST-READ-COUNT TO ELP-SM-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "CLOSED ACCOUNTS LEFT OUT" TO ELP-SM-LABEL
           MOVE ELP-CLOSED-SKIP-COUNT TO ELP-SM-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "NAMES WITH NO USABLE KEY LEFT OUT" TO ELP-SM-LABEL
           MOVE ELP-NO-KEY-SKIP-COUNT TO ELP-SM-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "CUSTOMERS COMPARED" TO ELP-SM-LABEL
           MOVE ELP-RELEASED-COUNT TO ELP-SM-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "CANDIDATE GROUPS" TO ELP-SM-LABEL
           MOVE ELP-CAND-GROUP-COUNT TO ELP-SM-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "  WITHIN ONE REGION" TO ELP-SM-LABEL
           MOVE ELP-SAME-REGION-COUNT TO ELP-SM-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "  ACROSS REGIONS" TO ELP-SM-LABEL
           MOVE ELP-CROSS-REGION-COUNT TO ELP-SM-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "  WITH A BRANCH BOOK CUSTOMER" TO ELP-SM-LABEL
           MOVE ELP-BRANCH-GROUP-COUNT TO ELP-SM-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "CUSTOMERS IN CANDIDATE GROUPS" TO ELP-SM-LABEL
           MOVE ELP-CAND-CUST-COUNT TO ELP-SM-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM ELP-SUMMARY-LINE
           ADD 10 TO ELP-LINE-COUNT.
       4000-PRINT-TOTALS-EXIT.
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
           WRITE DUPLICATE-REPORT-LINE FROM ELP-HEADING-LINE-1
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE FROM ELP-HEADING-LINE-2
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           WRITE DUPLICATE-REPORT-LINE
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
           IF ELP-FILES-READY
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE DUPLICATE-REPORT-FILE
           DISPLAY "ELPDUP01 - CUSTOMERS READ        "
               ELP-CUST-READ-COUNT
           DISPLAY "ELPDUP01 - CUSTOMERS COMPARED    "
               ELP-RELEASED-COUNT
           DISPLAY "ELPDUP01 - CANDIDATE GROUPS      "
               ELP-CAND-GROUP-COUNT
           DISPLAY "ELPDUP01 - BRANCH BOOK GROUPS    "
               ELP-BRANCH-GROUP-COUNT
           DISPLAY "ELPDUP01 - CUSTXREF LINES READ   "
               ELP-XREF-READ-COUNT
           PERFORM 9990-END-STEP THRU 9990-END-STEP-EXIT
           Stop Run.
