      ******************************************************************
      * Program: ELPINQ01.cbl                                         *
      * Author: Rey Devega                                            *
      * Date-Written: 09/19/2018                                      *
      * Purpose: Online customer inquiry.  A terminal user looks a    *
      *          customer up by number, or by any part of the name    *
      *          with a browse list of the customers that match, and  *
      *          gets one screen with every CUSTREC field, the full   *
      *          region name and manager from REGNFILE, the aging     *
      *          bucket as of the RUNCTL business date (the same      *
      *          rules ELPRPT02 uses for AGERPT), any CUSTXREF        *
      *          mapping from the elpCob1 branch merge (the customers *
      *          renumbered into 900001-999999), and the customer's   *
      *          TRNLOG maintenance activity, paged newest first.     *
      *          CUSTFILE is opened INPUT and nothing is ever written *
      *          anywhere, so the inquiry is safe to run while the    *
      *          batch stream is up and the business date does not    *
      *          have to be OPEN.                                     *
      * Tectonics: cobc                                               *
      *                                                                *
      * Modification History                                          *
      *   09/19/2018  RD  Original customer inquiry program.          *
      *   10/17/2018  RD  Shows the customer an account was merged    *
      *                   into (CR-MERGED-TO) beside the status.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPINQ01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CUST-NUMBER
               FILE STATUS IS ELP-CUSTOMER-FILE-STATUS.

           SELECT REGION-MASTER-FILE ASSIGN TO "REGNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-REGION-FILE-STATUS.

           SELECT OPTIONAL CROSS-REFERENCE-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-XREF-FILE-STATUS.

           SELECT OPTIONAL TRAN-LOG-FILE ASSIGN TO "TRNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-TRNLOG-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  TRAN-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRAN-LOG-RECORD.
           05  TL-DATE                    PIC X(08).
           05  FILLER                     PIC X(01).
           05  TL-TIME                    PIC X(08).
           05  TL-TIME-SPLIT REDEFINES TL-TIME.
               10  TL-TIME-HH             PIC X(02).
               10  TL-TIME-MM             PIC X(02).
               10  TL-TIME-SS             PIC X(02).
               10  FILLER                 PIC X(02).
           05  FILLER                     PIC X(01).
           05  TL-USERID                  PIC X(20).
           05  FILLER                     PIC X(01).
           05  TL-ACTION                  PIC X(06).
           05  FILLER                     PIC X(01).
           05  TL-CUST-NUMBER             PIC X(06).
           05  FILLER                     PIC X(01).
           05  TL-STATUS                  PIC X(08).
           05  FILLER                     PIC X(19).

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
           05  ELP-CUSTOMER-FILE-STATUS   PIC X(02).
               88  ELP-CUSTOMER-FILE-OK   VALUE "00".
               88  ELP-CUSTOMER-FILE-EOF  VALUE "10".
           05  ELP-REGION-FILE-STATUS     PIC X(02).
               88  ELP-REGION-FILE-OK     VALUE "00".
               88  ELP-REGION-FILE-EOF    VALUE "10".
           05  ELP-XREF-FILE-STATUS       PIC X(02).
               88  ELP-XREF-FILE-OK       VALUE "00" "05".
               88  ELP-XREF-FILE-EOF      VALUE "10".
           05  ELP-TRNLOG-FILE-STATUS     PIC X(02).
               88  ELP-TRNLOG-FILE-OK     VALUE "00" "05".
               88  ELP-TRNLOG-FILE-EOF    VALUE "10".

       01  ELP-SWITCHES.
           05  ELP-EXIT-SW                PIC X(01) VALUE "N".
               88  ELP-EXIT-REQUESTED     VALUE "Y".
           05  ELP-CUSTOMER-SHOWN-SW      PIC X(01) VALUE "N".
               88  ELP-CUSTOMER-SHOWN     VALUE "Y".
           05  ELP-INQUIRY-READY-SW       PIC X(01) VALUE "N".
               88  ELP-INQUIRY-READY      VALUE "Y".
           05  ELP-BROWSE-DONE-SW         PIC X(01).
               88  ELP-BROWSE-DONE        VALUE "Y".
           05  ELP-BROWSE-EOF-SW          PIC X(01).
               88  ELP-BROWSE-AT-EOF      VALUE "Y".
           05  ELP-BROWSE-MORE-SW         PIC X(01).
               88  ELP-BROWSE-MORE        VALUE "Y".
           05  ELP-NAME-MATCHED-SW        PIC X(01).
               88  ELP-NAME-MATCHED       VALUE "Y".
           05  ELP-SEARCH-LEN-DONE-SW     PIC X(01).
               88  ELP-SEARCH-LEN-DONE    VALUE "Y".
           05  ELP-ACTIVITY-DONE-SW       PIC X(01).
               88  ELP-ACTIVITY-DONE      VALUE "Y".
           05  ELP-TRNLOG-AVAILABLE-SW    PIC X(01).
               88  ELP-TRNLOG-AVAILABLE   VALUE "Y".

       01  ELP-ABEND-WORK.
           05  ELP-ABEND-FILE-NAME        PIC X(08).
           05  ELP-ABEND-FILE-STATUS      PIC X(02).

       01  ELP-RUN-DATE                   PIC 9(08).
       01  ELP-RUN-DATE-INT               PIC S9(09) COMP.

       01  ELP-CASE-WORK.
           05  ELP-LOWER-CASE             PIC X(26) VALUE
               "abcdefghijklmnopqrstuvwxyz".
           05  ELP-UPPER-CASE             PIC X(26) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  rgnValueTbl.
           COPY REGNTBL.

       01  ELP-RGN-LOOKUP-WORK.
           05  ELP-RGN-LOOKUP-SUB         PIC 9(03) COMP.
           05  ELP-RGN-FOUND-SUB          PIC 9(03) COMP.

      ******************************************************************
      * What the terminal user keys: a customer number or part of a    *
      * name on the inquiry screen, a browse row number, and a one-    *
      * letter command on each screen.                                 *
      ******************************************************************
       01  ELP-KEYED-FIELDS.
           05  ELP-KEY-CUST-NUMBER        PIC 9(06) VALUE 0.
           05  ELP-KEY-NAME-TEXT          PIC X(30) VALUE SPACES.
           05  ELP-BROWSE-SELECT          PIC 9(02) VALUE 0.
           05  ELP-COMMAND                PIC X(01) VALUE SPACE.

       01  ELP-MESSAGE                    PIC X(78) VALUE SPACES.

      ******************************************************************
      * The customer on the inquiry screen, already edited for         *
      * display.  All spaces until a customer is looked up.            *
      ******************************************************************
       01  ELP-SHOW-AREA.
           05  ELP-SH-CUST-NUMBER         PIC X(06).
           05  ELP-SH-CUST-NAME           PIC X(30).
           05  ELP-SH-STATUS              PIC X(01).
           05  ELP-SH-STATUS-TEXT         PIC X(08).
           05  ELP-SH-STATUS-DATE         PIC X(08).
           05  ELP-SH-MERGED-TO           PIC X(18).
           05  ELP-SH-REGION              PIC X(04).
           05  ELP-SH-REGION-NAME         PIC X(30).
           05  ELP-SH-REGION-MANAGER      PIC X(30).
           05  ELP-SH-BALANCE             PIC X(16).
           05  ELP-SH-CREDIT-LIMIT        PIC X(16).
           05  ELP-SH-LAST-PAY-DATE       PIC X(08).
           05  ELP-SH-FIN-EXEMPT          PIC X(03).
           05  ELP-SH-AGING               PIC X(60).
           05  ELP-SH-XREF                PIC X(60).
           05  ELP-SH-ACTIVITY            PIC X(60).

       01  ELP-EDIT-WORK.
           05  ELP-EDIT-BALANCE           PIC -,---,---,--9.99.
           05  ELP-EDIT-LIMIT             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  ELP-EDIT-DAYS              PIC ZZZZ9.
           05  ELP-EDIT-COUNT             PIC ZZZZZ9.
           05  ELP-EDIT-FIRST             PIC ZZZ9.
           05  ELP-EDIT-LAST              PIC ZZZ9.

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

       01  ELP-BUCKET-NAMES.
           05  FILLER                  PIC X(08) VALUE "CURRENT".
           05  FILLER                  PIC X(08) VALUE "30 DAYS".
           05  FILLER                  PIC X(08) VALUE "60 DAYS".
           05  FILLER                  PIC X(08) VALUE "90+ DAYS".
       01  ELP-BUCKET-NAME-TBL REDEFINES ELP-BUCKET-NAMES.
           05  ELP-BUCKET-NAME         OCCURS 4 TIMES PIC X(08).

       01  ELP-XREF-WORK.
           05  ELP-XREF-SEEK              PIC 9(06).
           05  ELP-XREF-AVAILABLE-SW      PIC X(01).
               88  ELP-XREF-AVAILABLE     VALUE "Y".
           05  ELP-XREF-FOUND-SW          PIC X(01).
               88  ELP-XREF-FOUND         VALUE "Y".
           05  ELP-XREF-OLD-NUMBER        PIC 9(06).
           05  ELP-XREF-DISPOSITION       PIC X(10).
           05  ELP-XREF-MOVED-SW          PIC X(01).
               88  ELP-XREF-MOVED         VALUE "Y".
           05  ELP-XREF-MOVED-TO          PIC 9(06).
           05  ELP-BRANCH-RANGE-LOW       PIC 9(06) VALUE 900001.

      ******************************************************************
      * Name browse.  The search text is upper-cased and matched       *
      * anywhere in the upper-cased customer name; each page holds     *
      * twelve matches in customer-number order, and the key of the    *
      * page's last row is where the next page starts.                 *
      ******************************************************************
       01  ELP-BROWSE-WORK.
           05  ELP-SEARCH-TEXT            PIC X(30).
           05  ELP-SEARCH-LEN             PIC 9(02) COMP.
           05  ELP-SCAN-NAME              PIC X(30).
           05  ELP-SCAN-POS               PIC 9(02) COMP.
           05  ELP-SCAN-LAST              PIC 9(02) COMP.
           05  ELP-BROWSE-START-KEY       PIC 9(06).
           05  ELP-BROWSE-MAX             PIC 9(02) COMP VALUE 12.
           05  ELP-BROWSE-COUNT           PIC 9(02) COMP.
           05  ELP-BROWSE-SUB             PIC 9(02) COMP.
           05  ELP-BROWSE-PAGE            PIC 9(04) COMP.
           05  ELP-BROWSE-ENTRY           OCCURS 12 TIMES.
               10  ELP-BE-CUST-NUMBER     PIC 9(06).
               10  ELP-BE-TEXT            PIC X(71).

       01  ELP-BROWSE-ROW.
           05  ELP-BR-SELECT              PIC Z9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  ELP-BR-CUST-NUMBER         PIC 9(06).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  ELP-BR-CUST-NAME           PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ELP-BR-REGION              PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ELP-BR-BALANCE             PIC -,---,---,--9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ELP-BR-STATUS              PIC X(01).

       01  ELP-BROWSE-HEADING.
           05  FILLER                     PIC X(05) VALUE "NO.".
           05  FILLER                     PIC X(09) VALUE "CUST NO.".
           05  FILLER                     PIC X(32) VALUE
               "CUSTOMER NAME".
           05  FILLER                     PIC X(06) VALUE "RGN".
           05  FILLER                     PIC X(18) VALUE
               "         BALANCE".
           05  FILLER                     PIC X(01) VALUE "S".

      ******************************************************************
      * TRNLOG activity for the customer on the screen.  TRNLOG only   *
      * ever grows, so the latest ELP-ACT-MAX lines are kept in a      *
      * ring (ELP-ACT-LAST is the slot of the newest) and shown        *
      * newest first, fifteen to a page.                               *
      ******************************************************************
       01  ELP-ACTIVITY-WORK.
           05  ELP-ACT-MAX                PIC 9(04) COMP VALUE 200.
           05  ELP-ACT-TOTAL              PIC 9(06) COMP.
           05  ELP-ACT-KEPT               PIC 9(04) COMP.
           05  ELP-ACT-LAST               PIC 9(04) COMP.
           05  ELP-ACT-SLOT               PIC S9(04) COMP.
           05  ELP-ACT-NEWEST-SEQ         PIC 9(04) COMP.
           05  ELP-ACT-PAGE-FIRST         PIC 9(04) COMP.
           05  ELP-ACT-PAGE-LAST          PIC 9(04) COMP.
           05  ELP-ACT-PAGE-SIZE          PIC 9(04) COMP VALUE 15.
           05  ELP-ACT-ROW                PIC 9(04) COMP.
           05  ELP-ACT-CUST-KEY           PIC X(06).
           05  ELP-ACT-LATEST-DATE        PIC X(08).
           05  ELP-ACT-ENTRY              OCCURS 200 TIMES
                                          PIC X(58).
           05  ELP-ACT-PAGE-LINE          OCCURS 15 TIMES
                                          PIC X(58).
           05  ELP-ACT-POSITION           PIC X(60).

       01  ELP-ACTIVITY-ROW.
           05  ELP-AR-DATE                PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ELP-AR-TIME-HH             PIC X(02).
           05  FILLER                     PIC X(01) VALUE ":".
           05  ELP-AR-TIME-MM             PIC X(02).
           05  FILLER                     PIC X(01) VALUE ":".
           05  ELP-AR-TIME-SS             PIC X(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ELP-AR-USERID              PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ELP-AR-ACTION              PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ELP-AR-STATUS              PIC X(08).

       01  ELP-ACTIVITY-HEADING.
           05  FILLER                     PIC X(10) VALUE "DATE".
           05  FILLER                     PIC X(10) VALUE "TIME".
           05  FILLER                     PIC X(22) VALUE "USER ID".
           05  FILLER                     PIC X(08) VALUE "ACTION".
           05  FILLER                     PIC X(08) VALUE "STATUS".

       SCREEN SECTION.
      ******************************************************************
      * The inquiry screen: the lookup keys at the top, the customer   *
      * below, a message line, and the command line.                   *
      ******************************************************************
       01  ELP-INQUIRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 02 VALUE "ELPINQ01".
           05  LINE 01 COLUMN 28 VALUE "CUSTOMER INQUIRY".
           05  LINE 01 COLUMN 58 VALUE "BUSINESS DATE".
           05  LINE 01 COLUMN 72 PIC 9(08) FROM ELP-RUN-DATE.
           05  LINE 03 COLUMN 02 VALUE "CUSTOMER NO.".
           05  LINE 03 COLUMN 19 PIC 9(06) USING ELP-KEY-CUST-NUMBER.
           05  LINE 03 COLUMN 28 VALUE "OR NAME CONTAINS".
           05  LINE 03 COLUMN 46 PIC X(30) USING ELP-KEY-NAME-TEXT.
           05  LINE 05 COLUMN 02 VALUE "CUSTOMER".
           05  LINE 05 COLUMN 19 PIC X(06) FROM ELP-SH-CUST-NUMBER.
           05  LINE 05 COLUMN 28 PIC X(30) FROM ELP-SH-CUST-NAME.
           05  LINE 06 COLUMN 02 VALUE "STATUS".
           05  LINE 06 COLUMN 19 PIC X(01) FROM ELP-SH-STATUS.
           05  LINE 06 COLUMN 21 PIC X(08) FROM ELP-SH-STATUS-TEXT.
           05  LINE 06 COLUMN 32 VALUE "SINCE".
           05  LINE 06 COLUMN 38 PIC X(08) FROM ELP-SH-STATUS-DATE.
           05  LINE 06 COLUMN 48 PIC X(18) FROM ELP-SH-MERGED-TO.
           05  LINE 07 COLUMN 02 VALUE "REGION".
           05  LINE 07 COLUMN 19 PIC X(04) FROM ELP-SH-REGION.
           05  LINE 07 COLUMN 28 PIC X(30) FROM ELP-SH-REGION-NAME.
           05  LINE 08 COLUMN 02 VALUE "REGION MANAGER".
           05  LINE 08 COLUMN 28 PIC X(30)
                                 FROM ELP-SH-REGION-MANAGER.
           05  LINE 10 COLUMN 02 VALUE "BALANCE".
           05  LINE 10 COLUMN 19 PIC X(16) FROM ELP-SH-BALANCE.
           05  LINE 10 COLUMN 40 VALUE "CREDIT LIMIT".
           05  LINE 10 COLUMN 55 PIC X(16) FROM ELP-SH-CREDIT-LIMIT.
           05  LINE 11 COLUMN 02 VALUE "LAST PAYMENT".
           05  LINE 11 COLUMN 19 PIC X(08) FROM ELP-SH-LAST-PAY-DATE.
           05  LINE 11 COLUMN 40 VALUE "FIN CHG EXEMPT".
           05  LINE 11 COLUMN 55 PIC X(03) FROM ELP-SH-FIN-EXEMPT.
           05  LINE 12 COLUMN 02 VALUE "AGING".
           05  LINE 12 COLUMN 19 PIC X(60) FROM ELP-SH-AGING.
           05  LINE 14 COLUMN 02 VALUE "BRANCH XREF".
           05  LINE 14 COLUMN 19 PIC X(60) FROM ELP-SH-XREF.
           05  LINE 15 COLUMN 02 VALUE "TRNLOG ACTIVITY".
           05  LINE 15 COLUMN 19 PIC X(60) FROM ELP-SH-ACTIVITY.
           05  LINE 22 COLUMN 02 PIC X(78) FROM ELP-MESSAGE.
           05  LINE 24 COLUMN 02 VALUE "COMMAND".
           05  LINE 24 COLUMN 11 PIC X(01) USING ELP-COMMAND.
           05  LINE 24 COLUMN 14 VALUE
               "A=ACTIVITY  X=EXIT  BLANK=LOOK UP NUMBER OR NAME".

      ******************************************************************
      * The name browse list: twelve matches a page.                   *
      ******************************************************************
       01  ELP-BROWSE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 02 VALUE "ELPINQ01".
           05  LINE 01 COLUMN 28 VALUE "CUSTOMER NAME BROWSE".
           05  LINE 01 COLUMN 58 VALUE "BUSINESS DATE".
           05  LINE 01 COLUMN 72 PIC 9(08) FROM ELP-RUN-DATE.
           05  LINE 03 COLUMN 02 VALUE "NAME CONTAINS".
           05  LINE 03 COLUMN 19 PIC X(30) FROM ELP-SEARCH-TEXT.
           05  LINE 05 COLUMN 02 PIC X(70) FROM ELP-BROWSE-HEADING.
           05  LINE 06 COLUMN 02 PIC X(71) FROM ELP-BE-TEXT(1).
           05  LINE 07 COLUMN 02 PIC X(71) FROM ELP-BE-TEXT(2).
           05  LINE 08 COLUMN 02 PIC X(71) FROM ELP-BE-TEXT(3).
           05  LINE 09 COLUMN 02 PIC X(71) FROM ELP-BE-TEXT(4).
           05  LINE 10 COLUMN 02 PIC X(71) FROM ELP-BE-TEXT(5).
           05  LINE 11 COLUMN 02 PIC X(71) FROM ELP-BE-TEXT(6).
           05  LINE 12 COLUMN 02 PIC X(71) FROM ELP-BE-TEXT(7).
           05  LINE 13 COLUMN 02 PIC X(71) FROM ELP-BE-TEXT(8).
           05  LINE 14 COLUMN 02 PIC X(71) FROM ELP-BE-TEXT(9).
           05  LINE 15 COLUMN 02 PIC X(71) FROM ELP-BE-TEXT(10).
           05  LINE 16 COLUMN 02 PIC X(71) FROM ELP-BE-TEXT(11).
           05  LINE 17 COLUMN 02 PIC X(71) FROM ELP-BE-TEXT(12).
           05  LINE 20 COLUMN 02 VALUE "SELECT NO.".
           05  LINE 20 COLUMN 14 PIC 9(02) USING ELP-BROWSE-SELECT.
           05  LINE 20 COLUMN 20 VALUE
               "KEY A ROW NUMBER TO SHOW THAT CUSTOMER".
           05  LINE 22 COLUMN 02 PIC X(78) FROM ELP-MESSAGE.
           05  LINE 24 COLUMN 02 VALUE "COMMAND".
           05  LINE 24 COLUMN 11 PIC X(01) USING ELP-COMMAND.
           05  LINE 24 COLUMN 14 VALUE
               "N=NEXT PAGE  X=BACK TO INQUIRY".

      ******************************************************************
      * TRNLOG activity for the customer on the inquiry screen,        *
      * fifteen lines a page, newest first.                            *
      ******************************************************************
       01  ELP-ACTIVITY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 02 VALUE "ELPINQ01".
           05  LINE 01 COLUMN 28 VALUE "TRNLOG ACTIVITY".
           05  LINE 01 COLUMN 58 VALUE "BUSINESS DATE".
           05  LINE 01 COLUMN 72 PIC 9(08) FROM ELP-RUN-DATE.
           05  LINE 03 COLUMN 02 VALUE "CUSTOMER".
           05  LINE 03 COLUMN 19 PIC X(06) FROM ELP-SH-CUST-NUMBER.
           05  LINE 03 COLUMN 28 PIC X(30) FROM ELP-SH-CUST-NAME.
           05  LINE 05 COLUMN 02 PIC X(58) FROM ELP-ACTIVITY-HEADING.
           05  LINE 06 COLUMN 02 PIC X(58) FROM ELP-ACT-PAGE-LINE(1).
           05  LINE 07 COLUMN 02 PIC X(58) FROM ELP-ACT-PAGE-LINE(2).
           05  LINE 08 COLUMN 02 PIC X(58) FROM ELP-ACT-PAGE-LINE(3).
           05  LINE 09 COLUMN 02 PIC X(58) FROM ELP-ACT-PAGE-LINE(4).
           05  LINE 10 COLUMN 02 PIC X(58) FROM ELP-ACT-PAGE-LINE(5).
           05  LINE 11 COLUMN 02 PIC X(58) FROM ELP-ACT-PAGE-LINE(6).
           05  LINE 12 COLUMN 02 PIC X(58) FROM ELP-ACT-PAGE-LINE(7).
           05  LINE 13 COLUMN 02 PIC X(58) FROM ELP-ACT-PAGE-LINE(8).
           05  LINE 14 COLUMN 02 PIC X(58) FROM ELP-ACT-PAGE-LINE(9).
           05  LINE 15 COLUMN 02 PIC X(58)
                                 FROM ELP-ACT-PAGE-LINE(10).
           05  LINE 16 COLUMN 02 PIC X(58)
                                 FROM ELP-ACT-PAGE-LINE(11).
           05  LINE 17 COLUMN 02 PIC X(58)
                                 FROM ELP-ACT-PAGE-LINE(12).
           05  LINE 18 COLUMN 02 PIC X(58)
                                 FROM ELP-ACT-PAGE-LINE(13).
           05  LINE 19 COLUMN 02 PIC X(58)
                                 FROM ELP-ACT-PAGE-LINE(14).
           05  LINE 20 COLUMN 02 PIC X(58)
                                 FROM ELP-ACT-PAGE-LINE(15).
           05  LINE 21 COLUMN 02 PIC X(60) FROM ELP-ACT-POSITION.
           05  LINE 22 COLUMN 02 PIC X(78) FROM ELP-MESSAGE.
           05  LINE 24 COLUMN 02 VALUE "COMMAND".
           05  LINE 24 COLUMN 11 PIC X(01) USING ELP-COMMAND.
           05  LINE 24 COLUMN 14 VALUE
               "N=NEXT PAGE  P=PREVIOUS PAGE  X=BACK TO INQUIRY".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-INQUIRY-CYCLE THRU 2000-INQUIRY-CYCLE-EXIT
                   UNTIL ELP-EXIT-REQUESTED
           GO TO 9999-TERMINATE.

      ******************************************************************
      * 1000-INITIALIZE - the business date to age from, the region    *
      * master for the names and managers, and CUSTFILE opened INPUT   *
      * only.  No COMPLETE check: an inquiry changes nothing.          *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-CONTROL
                   THRU 1050-READ-RUN-CONTROL-EXIT
           MOVE ELP-BUSINESS-DATE TO ELP-RUN-DATE
           COMPUTE ELP-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(ELP-RUN-DATE)
           OPEN INPUT CUSTOMER-FILE
           IF NOT ELP-CUSTOMER-FILE-OK
               MOVE "CUSTFILE" TO ELP-ABEND-FILE-NAME
               MOVE ELP-CUSTOMER-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           SET ELP-INQUIRY-READY TO TRUE
           PERFORM 1700-LOAD-REGION-MASTER
                   THRU 1700-LOAD-REGION-MASTER-EXIT
           PERFORM 3050-CLEAR-CUSTOMER THRU 3050-CLEAR-CUSTOMER-EXIT
           MOVE "KEY A CUSTOMER NUMBER OR PART OF A NAME"
               TO ELP-MESSAGE.
       1000-INITIALIZE-EXIT.
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
               DISPLAY "ELPINQ01 - RUNCTL NOT AVAILABLE - FILE STATUS "
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
               DISPLAY "ELPINQ01 - RUNCTL UNUSABLE - SYSTEM DATE USED"
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
           DISPLAY "ELPINQ01 - OPEN FAILED FOR " ELP-ABEND-FILE-NAME
               " - FILE STATUS " ELP-ABEND-FILE-STATUS
           MOVE 90 TO RETURN-CODE.
       1600-ABEND-OPEN-FAILURE-EXIT.
           EXIT.

      ******************************************************************
      * 1700-LOAD-REGION-MASTER - loads REGNFILE into rgnValueTbl,     *
      * the same load elpCob1 does at initialization.                  *
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
                   END-IF
           END-READ.
       1710-READ-REGION-REC-EXIT.
           EXIT.

      ******************************************************************
      * 2000-INQUIRY-CYCLE - one round trip of the inquiry screen.  A  *
      * command wins over the lookup keys, and a customer number wins  *
      * over a name.  The keys are cleared after every lookup so the   *
      * next one starts fresh.                                         *
      ******************************************************************
       2000-INQUIRY-CYCLE.
           MOVE SPACE TO ELP-COMMAND
           DISPLAY ELP-INQUIRY-SCREEN
           ACCEPT ELP-INQUIRY-SCREEN
           MOVE SPACES TO ELP-MESSAGE
           INSPECT ELP-COMMAND
               CONVERTING ELP-LOWER-CASE TO ELP-UPPER-CASE
           EVALUATE TRUE
               WHEN ELP-COMMAND = "X"
                   SET ELP-EXIT-REQUESTED TO TRUE
               WHEN ELP-COMMAND = "A"
                   IF ELP-CUSTOMER-SHOWN
                       PERFORM 5000-SHOW-ACTIVITY
                               THRU 5000-SHOW-ACTIVITY-EXIT
                   ELSE
                       MOVE "LOOK A CUSTOMER UP FIRST" TO ELP-MESSAGE
                   END-IF
               WHEN ELP-COMMAND NOT = SPACE
                   MOVE "COMMAND MUST BE A, X, OR BLANK"
                       TO ELP-MESSAGE
               WHEN ELP-KEY-CUST-NUMBER > 0
                   PERFORM 3000-LOOKUP-BY-NUMBER
                           THRU 3000-LOOKUP-BY-NUMBER-EXIT
               WHEN ELP-KEY-NAME-TEXT NOT = SPACES
                   PERFORM 4000-BROWSE-BY-NAME
                           THRU 4000-BROWSE-BY-NAME-EXIT
               WHEN OTHER
                   MOVE "KEY A CUSTOMER NUMBER OR PART OF A NAME"
                       TO ELP-MESSAGE
           END-EVALUATE
           MOVE 0 TO ELP-KEY-CUST-NUMBER
           MOVE SPACES TO ELP-KEY-NAME-TEXT.
       2000-INQUIRY-CYCLE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LOOKUP-BY-NUMBER - READs the customer keyed (or picked    *
      * from the browse list) and builds the whole inquiry screen.  A  *
      * number not on CUSTFILE is checked against CUSTXREF, since a    *
      * branch customer renumbered by the merge is asked for by its    *
      * old number more often than not.                                *
      ******************************************************************
       3000-LOOKUP-BY-NUMBER.
           MOVE ELP-KEY-CUST-NUMBER TO CR-CUST-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   PERFORM 3050-CLEAR-CUSTOMER
                           THRU 3050-CLEAR-CUSTOMER-EXIT
                   MOVE ELP-KEY-CUST-NUMBER TO ELP-XREF-SEEK
                   PERFORM 3300-FIND-XREF THRU 3300-FIND-XREF-EXIT
                   IF ELP-XREF-MOVED
                       STRING "CUSTOMER " ELP-KEY-CUST-NUMBER
                           " NOT ON CUSTFILE - BRANCH NO. NOW CARRIED"
                           " AS " ELP-XREF-MOVED-TO
                           DELIMITED BY SIZE INTO ELP-MESSAGE
                       END-STRING
                   ELSE
                       STRING "CUSTOMER " ELP-KEY-CUST-NUMBER
                           " NOT ON CUSTFILE"
                           DELIMITED BY SIZE INTO ELP-MESSAGE
                       END-STRING
                   END-IF
                   GO TO 3000-LOOKUP-BY-NUMBER-EXIT
           END-READ
           IF NOT ELP-CUSTOMER-FILE-OK
               PERFORM 3050-CLEAR-CUSTOMER
                       THRU 3050-CLEAR-CUSTOMER-EXIT
               STRING "CUSTFILE READ FAILED - FILE STATUS "
                   ELP-CUSTOMER-FILE-STATUS
                   DELIMITED BY SIZE INTO ELP-MESSAGE
               END-STRING
               GO TO 3000-LOOKUP-BY-NUMBER-EXIT
           END-IF
           PERFORM 3100-FORMAT-CUSTOMER THRU 3100-FORMAT-CUSTOMER-EXIT
           PERFORM 3150-FIND-REGION THRU 3150-FIND-REGION-EXIT
           PERFORM 3200-COMPUTE-AGE-DAYS
                   THRU 3200-COMPUTE-AGE-DAYS-EXIT
           PERFORM 3250-FORMAT-AGING THRU 3250-FORMAT-AGING-EXIT
           MOVE CR-CUST-NUMBER TO ELP-XREF-SEEK
           PERFORM 3300-FIND-XREF THRU 3300-FIND-XREF-EXIT
           PERFORM 3350-FORMAT-XREF THRU 3350-FORMAT-XREF-EXIT
           PERFORM 3500-LOAD-ACTIVITY THRU 3500-LOAD-ACTIVITY-EXIT
           SET ELP-CUSTOMER-SHOWN TO TRUE.
       3000-LOOKUP-BY-NUMBER-EXIT.
           EXIT.

       3050-CLEAR-CUSTOMER.
           MOVE SPACES TO ELP-SHOW-AREA
           MOVE "N" TO ELP-CUSTOMER-SHOWN-SW.
       3050-CLEAR-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 3100-FORMAT-CUSTOMER - every CUSTREC field, edited.  A zero    *
      * credit limit is no limit on file and a zero last-payment date  *
      * is no payment recorded, as CUSTREC defines them.               *
      ******************************************************************
       3100-FORMAT-CUSTOMER.
           MOVE SPACES TO ELP-SHOW-AREA
           MOVE CR-CUST-NUMBER TO ELP-SH-CUST-NUMBER
           MOVE CR-CUST-NAME TO ELP-SH-CUST-NAME
           MOVE CR-STATUS TO ELP-SH-STATUS
           EVALUATE CR-STATUS
               WHEN "A"
               WHEN SPACE
                   MOVE "ACTIVE" TO ELP-SH-STATUS-TEXT
               WHEN "I"
                   MOVE "INACTIVE" TO ELP-SH-STATUS-TEXT
               WHEN "C"
                   MOVE "CLOSED" TO ELP-SH-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO ELP-SH-STATUS-TEXT
           END-EVALUATE
           IF CR-STATUS-DATE NUMERIC
               AND CR-STATUS-DATE > 0
               MOVE CR-STATUS-DATE TO ELP-SH-STATUS-DATE
           ELSE
               MOVE "NONE" TO ELP-SH-STATUS-DATE
           END-IF
           IF CR-MERGED-TO NUMERIC
               AND CR-MERGED-TO > 0
               STRING "MERGED INTO " CR-MERGED-TO
                   DELIMITED BY SIZE
                   INTO ELP-SH-MERGED-TO
               END-STRING
           END-IF
           MOVE CR-REGION TO ELP-SH-REGION
           MOVE CR-BALANCE TO ELP-EDIT-BALANCE
           MOVE ELP-EDIT-BALANCE TO ELP-SH-BALANCE
           IF CR-CREDIT-LIMIT = 0
               MOVE "        NO LIMIT" TO ELP-SH-CREDIT-LIMIT
           ELSE
               MOVE CR-CREDIT-LIMIT TO ELP-EDIT-LIMIT
               MOVE ELP-EDIT-LIMIT TO ELP-SH-CREDIT-LIMIT
           END-IF
           IF CR-LAST-PAY-DATE NUMERIC
               AND CR-LAST-PAY-DATE > 0
               MOVE CR-LAST-PAY-DATE TO ELP-SH-LAST-PAY-DATE
           ELSE
               MOVE "NONE" TO ELP-SH-LAST-PAY-DATE
           END-IF
           IF CR-FIN-EXEMPT = "Y"
               MOVE "YES" TO ELP-SH-FIN-EXEMPT
           ELSE
               MOVE "NO" TO ELP-SH-FIN-EXEMPT
           END-IF.
       3100-FORMAT-CUSTOMER-EXIT.
           EXIT.

       3150-FIND-REGION.
           MOVE 0 TO ELP-RGN-FOUND-SUB
           PERFORM 3160-CHECK-ONE-REGION
                   THRU 3160-CHECK-ONE-REGION-EXIT
                   VARYING ELP-RGN-LOOKUP-SUB FROM 1 BY 1
                   UNTIL ELP-RGN-LOOKUP-SUB > RG-RGN-COUNT
                      OR ELP-RGN-FOUND-SUB > 0
           IF ELP-RGN-FOUND-SUB > 0
               MOVE RG-RGN-NAME(ELP-RGN-FOUND-SUB)
                   TO ELP-SH-REGION-NAME
               MOVE RG-RGN-MANAGER(ELP-RGN-FOUND-SUB)
                   TO ELP-SH-REGION-MANAGER
           ELSE
               MOVE "REGION NOT ON REGNFILE" TO ELP-SH-REGION-NAME
           END-IF.
       3150-FIND-REGION-EXIT.
           EXIT.

       3160-CHECK-ONE-REGION.
           IF RG-RGN-CODE(ELP-RGN-LOOKUP-SUB) = CR-REGION
               MOVE ELP-RGN-LOOKUP-SUB TO ELP-RGN-FOUND-SUB
           END-IF.
       3160-CHECK-ONE-REGION-EXIT.
           EXIT.

      ******************************************************************
      * 3200-COMPUTE-AGE-DAYS - days between the customer's last       *
      * payment and the business date, and the aging bucket that       *
      * falls in, the same rules ELPRPT02 applies: a zero, non-        *
      * numeric, or impossible date goes straight to the 90+ bucket,   *
      * and a post-dated payment counts as current.                    *
      ******************************************************************
       3200-COMPUTE-AGE-DAYS.
           MOVE "N" TO ELP-AGE-DATE-GOOD-SW
           MOVE 4 TO ELP-AGE-BUCKET
           MOVE 0 TO ELP-AGE-DAYS
           IF CR-LAST-PAY-DATE NOT NUMERIC
               OR CR-LAST-PAY-DATE = 0
               GO TO 3200-COMPUTE-AGE-DAYS-EXIT
           END-IF
           MOVE CR-LAST-PAY-DATE TO ELP-AGE-PAY-DATE
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

       3250-FORMAT-AGING.
           MOVE SPACES TO ELP-SH-AGING
           IF ELP-AGE-DATE-GOOD
               MOVE ELP-AGE-DAYS TO ELP-EDIT-DAYS
               STRING ELP-BUCKET-NAME(ELP-AGE-BUCKET) " - "
                   ELP-EDIT-DAYS " DAYS SINCE LAST PAYMENT"
                   DELIMITED BY SIZE INTO ELP-SH-AGING
               END-STRING
           ELSE
               STRING ELP-BUCKET-NAME(ELP-AGE-BUCKET)
                   " - NO USABLE LAST-PAYMENT DATE"
                   DELIMITED BY SIZE INTO ELP-SH-AGING
               END-STRING
           END-IF.
       3250-FORMAT-AGING-EXIT.
           EXIT.

      ******************************************************************
      * 3300-FIND-XREF - one pass over CUSTXREF for ELP-XREF-SEEK: as  *
      * the number a branch customer carries on the combined book      *
      * (ELP-XREF-FOUND, with its old branch number), and as an old    *
      * branch number that was renumbered (ELP-XREF-MOVED, with the    *
      * number it now carries).  No CUSTXREF means no branch merge     *
      * has run.                                                       *
      ******************************************************************
       3300-FIND-XREF.
           MOVE "N" TO ELP-XREF-AVAILABLE-SW
           MOVE "N" TO ELP-XREF-FOUND-SW
           MOVE "N" TO ELP-XREF-MOVED-SW
           MOVE 0 TO ELP-XREF-OLD-NUMBER
           MOVE 0 TO ELP-XREF-MOVED-TO
           MOVE SPACES TO ELP-XREF-DISPOSITION
           OPEN INPUT CROSS-REFERENCE-FILE
           IF NOT ELP-XREF-FILE-OK
               GO TO 3300-FIND-XREF-EXIT
           END-IF
           SET ELP-XREF-AVAILABLE TO TRUE
           PERFORM 3310-CHECK-ONE-XREF THRU 3310-CHECK-ONE-XREF-EXIT
                   UNTIL ELP-XREF-FILE-EOF
           CLOSE CROSS-REFERENCE-FILE.
       3300-FIND-XREF-EXIT.
           EXIT.

       3310-CHECK-ONE-XREF.
           READ CROSS-REFERENCE-FILE
               AT END
                   GO TO 3310-CHECK-ONE-XREF-EXIT
           END-READ
           IF XR-OLD-NUMBER NOT NUMERIC
               OR XR-NEW-NUMBER NOT NUMERIC
               GO TO 3310-CHECK-ONE-XREF-EXIT
           END-IF
           IF XR-NEW-NUMBER = ELP-XREF-SEEK
               SET ELP-XREF-FOUND TO TRUE
               MOVE XR-OLD-NUMBER TO ELP-XREF-OLD-NUMBER
               MOVE XR-DISPOSITION TO ELP-XREF-DISPOSITION
           END-IF
           IF XR-OLD-NUMBER = ELP-XREF-SEEK
               AND XR-DISPOSITION = "RENUMBERED"
               SET ELP-XREF-MOVED TO TRUE
               MOVE XR-NEW-NUMBER TO ELP-XREF-MOVED-TO
           END-IF.
       3310-CHECK-ONE-XREF-EXIT.
           EXIT.

       3350-FORMAT-XREF.
           MOVE SPACES TO ELP-SH-XREF
           EVALUATE TRUE
               WHEN ELP-XREF-FOUND
                   STRING "BRANCH CUSTFIL2 NO. " ELP-XREF-OLD-NUMBER
                       " - " ELP-XREF-DISPOSITION
                       DELIMITED BY SIZE INTO ELP-SH-XREF
                   END-STRING
               WHEN NOT ELP-XREF-AVAILABLE
                   MOVE "CUSTXREF NOT AVAILABLE" TO ELP-SH-XREF
               WHEN CR-CUST-NUMBER >= ELP-BRANCH-RANGE-LOW
                   MOVE "RESERVED BRANCH RANGE BUT NOT ON CUSTXREF"
                       TO ELP-SH-XREF
               WHEN OTHER
                   MOVE "NONE" TO ELP-SH-XREF
           END-EVALUATE.
       3350-FORMAT-XREF-EXIT.
           EXIT.

      ******************************************************************
      * 3500-LOAD-ACTIVITY - one pass over TRNLOG for the customer on  *
      * the screen, keeping the latest ELP-ACT-MAX lines in the ring   *
      * and counting all of them.                                      *
      ******************************************************************
       3500-LOAD-ACTIVITY.
           MOVE 0 TO ELP-ACT-TOTAL
           MOVE 0 TO ELP-ACT-KEPT
           MOVE 0 TO ELP-ACT-LAST
           MOVE SPACES TO ELP-ACT-LATEST-DATE
           MOVE "N" TO ELP-TRNLOG-AVAILABLE-SW
           MOVE CR-CUST-NUMBER TO ELP-ACT-CUST-KEY
           OPEN INPUT TRAN-LOG-FILE
           IF NOT ELP-TRNLOG-FILE-OK
               MOVE "TRNLOG NOT AVAILABLE" TO ELP-SH-ACTIVITY
               GO TO 3500-LOAD-ACTIVITY-EXIT
           END-IF
           SET ELP-TRNLOG-AVAILABLE TO TRUE
           PERFORM 3510-CHECK-ONE-LOG-LINE
                   THRU 3510-CHECK-ONE-LOG-LINE-EXIT
                   UNTIL ELP-TRNLOG-FILE-EOF
           CLOSE TRAN-LOG-FILE
           IF ELP-ACT-TOTAL = 0
               MOVE "NO TRNLOG ACTIVITY ON FILE" TO ELP-SH-ACTIVITY
           ELSE
               MOVE ELP-ACT-TOTAL TO ELP-EDIT-COUNT
               STRING ELP-EDIT-COUNT " LINES, LATEST "
                   ELP-ACT-LATEST-DATE " - COMMAND A TO SEE THEM"
                   DELIMITED BY SIZE INTO ELP-SH-ACTIVITY
               END-STRING
           END-IF.
       3500-LOAD-ACTIVITY-EXIT.
           EXIT.

       3510-CHECK-ONE-LOG-LINE.
           READ TRAN-LOG-FILE
               AT END
                   GO TO 3510-CHECK-ONE-LOG-LINE-EXIT
           END-READ
           IF TL-CUST-NUMBER NOT = ELP-ACT-CUST-KEY
               GO TO 3510-CHECK-ONE-LOG-LINE-EXIT
           END-IF
           ADD 1 TO ELP-ACT-TOTAL
           ADD 1 TO ELP-ACT-LAST
           IF ELP-ACT-LAST > ELP-ACT-MAX
               MOVE 1 TO ELP-ACT-LAST
           END-IF
           IF ELP-ACT-KEPT < ELP-ACT-MAX
               ADD 1 TO ELP-ACT-KEPT
           END-IF
           MOVE TL-DATE TO ELP-AR-DATE
           MOVE TL-TIME-HH TO ELP-AR-TIME-HH
           MOVE TL-TIME-MM TO ELP-AR-TIME-MM
           MOVE TL-TIME-SS TO ELP-AR-TIME-SS
           MOVE TL-USERID TO ELP-AR-USERID
           MOVE TL-ACTION TO ELP-AR-ACTION
           MOVE TL-STATUS TO ELP-AR-STATUS
           MOVE ELP-ACTIVITY-ROW TO ELP-ACT-ENTRY(ELP-ACT-LAST)
           MOVE TL-DATE TO ELP-ACT-LATEST-DATE.
       3510-CHECK-ONE-LOG-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 4000-BROWSE-BY-NAME - the name browse: upper-cases the text    *
      * keyed, finds its length, and pages through the matching        *
      * customers until one is picked or the user goes back.           *
      ******************************************************************
       4000-BROWSE-BY-NAME.
           MOVE ELP-KEY-NAME-TEXT TO ELP-SEARCH-TEXT
           INSPECT ELP-SEARCH-TEXT
               CONVERTING ELP-LOWER-CASE TO ELP-UPPER-CASE
           MOVE 30 TO ELP-SEARCH-LEN
           MOVE "N" TO ELP-SEARCH-LEN-DONE-SW
           PERFORM 4050-TRIM-SEARCH-TEXT
                   THRU 4050-TRIM-SEARCH-TEXT-EXIT
                   UNTIL ELP-SEARCH-LEN-DONE
           IF ELP-SEARCH-LEN = 0
               MOVE "KEY A CUSTOMER NUMBER OR PART OF A NAME"
                   TO ELP-MESSAGE
               GO TO 4000-BROWSE-BY-NAME-EXIT
           END-IF
           COMPUTE ELP-SCAN-LAST = 31 - ELP-SEARCH-LEN
           MOVE 0 TO ELP-BROWSE-START-KEY
           MOVE 0 TO ELP-BROWSE-PAGE
           PERFORM 4100-BUILD-BROWSE-PAGE
                   THRU 4100-BUILD-BROWSE-PAGE-EXIT
           IF ELP-BROWSE-COUNT = 0
               MOVE SPACES TO ELP-MESSAGE
               STRING "NO CUSTOMER NAME CONTAINS "
                   ELP-SEARCH-TEXT(1:ELP-SEARCH-LEN)
                   DELIMITED BY SIZE INTO ELP-MESSAGE
               END-STRING
               GO TO 4000-BROWSE-BY-NAME-EXIT
           END-IF
           MOVE "N" TO ELP-BROWSE-DONE-SW
           PERFORM 4200-BROWSE-DIALOG THRU 4200-BROWSE-DIALOG-EXIT
                   UNTIL ELP-BROWSE-DONE.
       4000-BROWSE-BY-NAME-EXIT.
           EXIT.

       4050-TRIM-SEARCH-TEXT.
           IF ELP-SEARCH-LEN = 0
               SET ELP-SEARCH-LEN-DONE TO TRUE
               GO TO 4050-TRIM-SEARCH-TEXT-EXIT
           END-IF
           IF ELP-SEARCH-TEXT(ELP-SEARCH-LEN:1) NOT = SPACE
               SET ELP-SEARCH-LEN-DONE TO TRUE
               GO TO 4050-TRIM-SEARCH-TEXT-EXIT
           END-IF
           SUBTRACT 1 FROM ELP-SEARCH-LEN.
       4050-TRIM-SEARCH-TEXT-EXIT.
           EXIT.

      ******************************************************************
      * 4100-BUILD-BROWSE-PAGE - up to twelve matches after            *
      * ELP-BROWSE-START-KEY.  The scan goes on to a thirteenth match  *
      * only to learn whether there is another page.                   *
      ******************************************************************
       4100-BUILD-BROWSE-PAGE.
           MOVE 0 TO ELP-BROWSE-COUNT
           MOVE "N" TO ELP-BROWSE-EOF-SW
           MOVE "N" TO ELP-BROWSE-MORE-SW
           PERFORM 4150-CLEAR-ONE-ROW THRU 4150-CLEAR-ONE-ROW-EXIT
                   VARYING ELP-BROWSE-SUB FROM 1 BY 1
                   UNTIL ELP-BROWSE-SUB > ELP-BROWSE-MAX
           MOVE ELP-BROWSE-START-KEY TO CR-CUST-NUMBER
           START CUSTOMER-FILE KEY IS GREATER THAN CR-CUST-NUMBER
               INVALID KEY
                   SET ELP-BROWSE-AT-EOF TO TRUE
           END-START
           PERFORM 4110-CHECK-ONE-NAME THRU 4110-CHECK-ONE-NAME-EXIT
                   UNTIL ELP-BROWSE-AT-EOF
                      OR ELP-BROWSE-MORE
           IF ELP-BROWSE-COUNT > 0
               ADD 1 TO ELP-BROWSE-PAGE
           END-IF.
       4100-BUILD-BROWSE-PAGE-EXIT.
           EXIT.

       4110-CHECK-ONE-NAME.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET ELP-BROWSE-AT-EOF TO TRUE
                   GO TO 4110-CHECK-ONE-NAME-EXIT
           END-READ
           IF NOT ELP-CUSTOMER-FILE-OK
               SET ELP-BROWSE-AT-EOF TO TRUE
               GO TO 4110-CHECK-ONE-NAME-EXIT
           END-IF
           MOVE CR-CUST-NAME TO ELP-SCAN-NAME
           INSPECT ELP-SCAN-NAME
               CONVERTING ELP-LOWER-CASE TO ELP-UPPER-CASE
           MOVE "N" TO ELP-NAME-MATCHED-SW
           PERFORM 4120-MATCH-AT-POSITION
                   THRU 4120-MATCH-AT-POSITION-EXIT
                   VARYING ELP-SCAN-POS FROM 1 BY 1
                   UNTIL ELP-SCAN-POS > ELP-SCAN-LAST
                      OR ELP-NAME-MATCHED
           IF NOT ELP-NAME-MATCHED
               GO TO 4110-CHECK-ONE-NAME-EXIT
           END-IF
           IF ELP-BROWSE-COUNT >= ELP-BROWSE-MAX
               SET ELP-BROWSE-MORE TO TRUE
               GO TO 4110-CHECK-ONE-NAME-EXIT
           END-IF
           ADD 1 TO ELP-BROWSE-COUNT
           MOVE ELP-BROWSE-COUNT TO ELP-BR-SELECT
           MOVE CR-CUST-NUMBER TO ELP-BR-CUST-NUMBER
           MOVE CR-CUST-NAME TO ELP-BR-CUST-NAME
           MOVE CR-REGION TO ELP-BR-REGION
           MOVE CR-BALANCE TO ELP-BR-BALANCE
           MOVE CR-STATUS TO ELP-BR-STATUS
           MOVE CR-CUST-NUMBER
               TO ELP-BE-CUST-NUMBER(ELP-BROWSE-COUNT)
           MOVE ELP-BROWSE-ROW TO ELP-BE-TEXT(ELP-BROWSE-COUNT).
       4110-CHECK-ONE-NAME-EXIT.
           EXIT.

       4120-MATCH-AT-POSITION.
           IF ELP-SCAN-NAME(ELP-SCAN-POS:ELP-SEARCH-LEN)
                   = ELP-SEARCH-TEXT(1:ELP-SEARCH-LEN)
               SET ELP-NAME-MATCHED TO TRUE
           END-IF.
       4120-MATCH-AT-POSITION-EXIT.
           EXIT.

       4150-CLEAR-ONE-ROW.
           MOVE 0 TO ELP-BE-CUST-NUMBER(ELP-BROWSE-SUB)
           MOVE SPACES TO ELP-BE-TEXT(ELP-BROWSE-SUB).
       4150-CLEAR-ONE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 4200-BROWSE-DIALOG - one round trip of the browse screen: a    *
      * row number shows that customer on the inquiry screen, N moves  *
      * to the next page, X goes back without one.                     *
      ******************************************************************
       4200-BROWSE-DIALOG.
           MOVE SPACE TO ELP-COMMAND
           MOVE 0 TO ELP-BROWSE-SELECT
           IF ELP-MESSAGE = SPACES
               IF ELP-BROWSE-MORE
                   MOVE "MORE NAMES MATCH - N FOR THE NEXT PAGE"
                       TO ELP-MESSAGE
               ELSE
                   MOVE "LAST PAGE OF MATCHING NAMES" TO ELP-MESSAGE
               END-IF
           END-IF
           DISPLAY ELP-BROWSE-SCREEN
           ACCEPT ELP-BROWSE-SCREEN
           MOVE SPACES TO ELP-MESSAGE
           INSPECT ELP-COMMAND
               CONVERTING ELP-LOWER-CASE TO ELP-UPPER-CASE
           EVALUATE TRUE
               WHEN ELP-COMMAND = "X"
                   SET ELP-BROWSE-DONE TO TRUE
               WHEN ELP-COMMAND = "N"
                   IF ELP-BROWSE-MORE
                       MOVE ELP-BE-CUST-NUMBER(ELP-BROWSE-COUNT)
                           TO ELP-BROWSE-START-KEY
                       PERFORM 4100-BUILD-BROWSE-PAGE
                               THRU 4100-BUILD-BROWSE-PAGE-EXIT
                   ELSE
                       MOVE "NO MORE NAMES MATCH" TO ELP-MESSAGE
                   END-IF
               WHEN ELP-COMMAND NOT = SPACE
                   MOVE "COMMAND MUST BE N, X, OR BLANK"
                       TO ELP-MESSAGE
               WHEN ELP-BROWSE-SELECT > 0
                   AND ELP-BROWSE-SELECT NOT > ELP-BROWSE-COUNT
                   MOVE ELP-BE-CUST-NUMBER(ELP-BROWSE-SELECT)
                       TO ELP-KEY-CUST-NUMBER
                   PERFORM 3000-LOOKUP-BY-NUMBER
                           THRU 3000-LOOKUP-BY-NUMBER-EXIT
                   SET ELP-BROWSE-DONE TO TRUE
               WHEN OTHER
                   MOVE "KEY A ROW NUMBER FROM THE LIST, N, OR X"
                       TO ELP-MESSAGE
           END-EVALUATE.
       4200-BROWSE-DIALOG-EXIT.
           EXIT.

      ******************************************************************
      * 5000-SHOW-ACTIVITY - pages through the TRNLOG lines loaded for *
      * the customer on the inquiry screen, newest first.              *
      ******************************************************************
       5000-SHOW-ACTIVITY.
           IF ELP-ACT-KEPT = 0
               MOVE ELP-SH-ACTIVITY TO ELP-MESSAGE
               GO TO 5000-SHOW-ACTIVITY-EXIT
           END-IF
           MOVE 1 TO ELP-ACT-PAGE-FIRST
           MOVE "N" TO ELP-ACTIVITY-DONE-SW
           PERFORM 5200-ACTIVITY-DIALOG THRU 5200-ACTIVITY-DIALOG-EXIT
                   UNTIL ELP-ACTIVITY-DONE.
       5000-SHOW-ACTIVITY-EXIT.
           EXIT.

      ******************************************************************
      * 5100-BUILD-ACTIVITY-PAGE - the fifteen lines starting at the   *
      * ELP-ACT-PAGE-FIRST newest.  The n-th newest line sits n-1      *
      * slots back from ELP-ACT-LAST, wrapping round the ring.         *
      ******************************************************************
       5100-BUILD-ACTIVITY-PAGE.
           COMPUTE ELP-ACT-PAGE-LAST =
               ELP-ACT-PAGE-FIRST + ELP-ACT-PAGE-SIZE - 1
           IF ELP-ACT-PAGE-LAST > ELP-ACT-KEPT
               MOVE ELP-ACT-KEPT TO ELP-ACT-PAGE-LAST
           END-IF
           PERFORM 5110-BUILD-ONE-LINE THRU 5110-BUILD-ONE-LINE-EXIT
                   VARYING ELP-ACT-ROW FROM 1 BY 1
                   UNTIL ELP-ACT-ROW > ELP-ACT-PAGE-SIZE
           MOVE ELP-ACT-PAGE-FIRST TO ELP-EDIT-FIRST
           MOVE ELP-ACT-PAGE-LAST TO ELP-EDIT-LAST
           MOVE ELP-ACT-TOTAL TO ELP-EDIT-COUNT
           MOVE SPACES TO ELP-ACT-POSITION
           STRING "LINES " ELP-EDIT-FIRST " TO " ELP-EDIT-LAST
               " OF " ELP-EDIT-COUNT ", NEWEST FIRST"
               DELIMITED BY SIZE INTO ELP-ACT-POSITION
           END-STRING.
       5100-BUILD-ACTIVITY-PAGE-EXIT.
           EXIT.

       5110-BUILD-ONE-LINE.
           COMPUTE ELP-ACT-NEWEST-SEQ =
               ELP-ACT-PAGE-FIRST + ELP-ACT-ROW - 1
           IF ELP-ACT-NEWEST-SEQ > ELP-ACT-KEPT
               MOVE SPACES TO ELP-ACT-PAGE-LINE(ELP-ACT-ROW)
               GO TO 5110-BUILD-ONE-LINE-EXIT
           END-IF
           COMPUTE ELP-ACT-SLOT =
               ELP-ACT-LAST - ELP-ACT-NEWEST-SEQ + 1
           IF ELP-ACT-SLOT < 1
               ADD ELP-ACT-MAX TO ELP-ACT-SLOT
           END-IF
           MOVE ELP-ACT-ENTRY(ELP-ACT-SLOT)
               TO ELP-ACT-PAGE-LINE(ELP-ACT-ROW).
       5110-BUILD-ONE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 5200-ACTIVITY-DIALOG - one round trip of the activity screen.  *
      * When more lines were logged than the ring keeps, the message   *
      * line says so on the last page.                                 *
      ******************************************************************
       5200-ACTIVITY-DIALOG.
           PERFORM 5100-BUILD-ACTIVITY-PAGE
                   THRU 5100-BUILD-ACTIVITY-PAGE-EXIT
           IF ELP-MESSAGE = SPACES
               AND ELP-ACT-PAGE-LAST = ELP-ACT-KEPT
               AND ELP-ACT-TOTAL > ELP-ACT-KEPT
               MOVE ELP-ACT-KEPT TO ELP-EDIT-LAST
               STRING "ONLY THE LATEST " ELP-EDIT-LAST
                   " LINES ARE KEPT FOR THE INQUIRY"
                   DELIMITED BY SIZE INTO ELP-MESSAGE
               END-STRING
           END-IF
           MOVE SPACE TO ELP-COMMAND
           DISPLAY ELP-ACTIVITY-SCREEN
           ACCEPT ELP-ACTIVITY-SCREEN
           MOVE SPACES TO ELP-MESSAGE
           INSPECT ELP-COMMAND
               CONVERTING ELP-LOWER-CASE TO ELP-UPPER-CASE
           EVALUATE ELP-COMMAND
               WHEN "X"
                   SET ELP-ACTIVITY-DONE TO TRUE
               WHEN "N"
               WHEN SPACE
                   IF ELP-ACT-PAGE-LAST < ELP-ACT-KEPT
                       ADD ELP-ACT-PAGE-SIZE TO ELP-ACT-PAGE-FIRST
                   ELSE
                       MOVE "LAST PAGE OF ACTIVITY" TO ELP-MESSAGE
                   END-IF
               WHEN "P"
                   IF ELP-ACT-PAGE-FIRST > ELP-ACT-PAGE-SIZE
                       SUBTRACT ELP-ACT-PAGE-SIZE
                           FROM ELP-ACT-PAGE-FIRST
                   ELSE
                       MOVE "FIRST PAGE OF ACTIVITY" TO ELP-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE "COMMAND MUST BE N, P, OR X" TO ELP-MESSAGE
           END-EVALUATE.
       5200-ACTIVITY-DIALOG-EXIT.
           EXIT.

       9999-TERMINATE.
           IF ELP-INQUIRY-READY
               CLOSE CUSTOMER-FILE
           END-IF
           Stop Run.
