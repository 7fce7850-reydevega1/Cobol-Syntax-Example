      *                                                                *
      * Modification History                                          *
      *   11/29/2017  RD  Original history/archival program.          *
      *   10/03/2018  RD  Registers its start and end with the        *
      *                   ELPSTP01 step control.  A resubmitted       *
      *                   night skips the step once it is COMPLETE    *
      *                   for the business date.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPAUD01.
               "  CUTOFF DATE    ".
           05  ELP-AR-CUTOFF           PIC 9(08).

       01  ELP-STEP-CONTROL.
           COPY STEPCTL.

       01  ELP-STEP-BEGUN-SW              PIC X(01) VALUE "N".
           88  ELP-STEP-BEGUN             VALUE "Y".

       LINKAGE SECTION.
       01  ELP-PARM-INFO.
           05  ELP-PARM-LENGTH            PIC S9(04) COMP.
      * (default 90), and computes the retention cutoff date.         *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1020-BEGIN-STEP THRU 1020-BEGIN-STEP-EXIT
           OPEN OUTPUT AUDIT-HISTORY-FILE
           IF NOT ELP-AUDHIST-FILE-OK
               DISPLAY "ELPAUD01 - OPEN FAILED FOR AUDHIST - FILE "
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
           MOVE "ELPAUD01" TO SC-STEP-NAME
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

       2000-PRINT-HEADING.
           ADD 1 TO ELP-PAGE-NUMBER
           MOVE ELP-PAGE-NUMBER TO ELP-H1-PAGE-NUMBER
       6400-WRITE-ARCHIVE-TOTALS-EXIT.
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
           CLOSE AUDIT-HISTORY-FILE
           PERFORM 9990-END-STEP THRU 9990-END-STEP-EXIT
           Stop Run.
