      * Purpose: End-of-job control-total balancing.  Runs as the     *
      *          last step of the nightly stream, reads the control   *
      *          records each step appended to CTLFILE (ELPPAY01,     *
      *          ELPSUS01, ELPINV01, ELPTRN01, elpCob1, ELPCSV01 -    *
      *          see CTLREC), and crossfoots them: each step's OUT    *
      *          count and balance hash must equal the next step's    *
      *          IN, and the CSV extracts' own IN must equal their    *
      *          OUT.  The result is the one-page                     *
      *          balanced/out-of-balance proof (BALPRPT): every       *
      *          step's control record, every link checked, and the   *
      *          night's verdict - so a truncated or doubled file     *
      *          shows up the same night instead of when downstream   *
      *          complains.  A step with no control record leaves     *
      *          its links NOT PROVED and ends the step with a        *
      *          warning code; an out-of-balance link fails it.       *
      * Tectonics: cobc                                               *
      *                                                                *
      * Modification History                                          *
      *                   item, so the extract self-check line reads  *
      *                   IN -> OUT instead of mislabeling the IN     *
      *                   figures as OUT on the proof.                *
      *   07/25/2018  RD  Added the SUSPPOST step (ELPSUS01 suspense  *
      *                   workout) between PAYPOST and TRANPOST.  The *
      *                   step-to-step links are now checked in a     *
      *                   loop over the slots and the extract check   *
      *                   uses the last slot, so a new step is one    *
      *                   more slot name.                             *
      *   08/08/2018  RD  Added the INVPOST step (ELPINV01 invoice    *
      *                   posting) between SUSPPOST and TRANPOST.     *
      *   10/03/2018  RD  Registers its start and end with the        *
      *                   ELPSTP01 step control.  A resubmitted       *
      *                   night skips the step once it is COMPLETE    *
      *                   for the business date.  The business date   *
      *                   is now marked COMPLETE through ELPSTP01,    *
      *                   which keeps the step records on RUNCTL.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPBAL01.
      * final record is the one balanced.                             *
      ******************************************************************
       01  ELP-STEP-TOTALS.
           05  ELP-STEP-COUNT             PIC 9(02) COMP VALUE 6.
           05  ELP-STEP-SUB               PIC 9(02) COMP.
           05  ELP-STEP-FOUND-SUB         PIC 9(02) COMP.
           05  ELP-STEP-ENTRY             OCCURS 6 TIMES.
               10  ELP-ST-NAME            PIC X(08).
               10  ELP-ST-FOUND-SW        PIC X(01).
                   88  ELP-ST-FOUND       VALUE "Y".
               "NIGHT VERDICT - ".
           05  ELP-VD-VERDICT          PIC X(30).

       01  ELP-STEP-CONTROL.
           COPY STEPCTL.

       01  ELP-STEP-BEGUN-SW              PIC X(01) VALUE "N".
           88  ELP-STEP-BEGUN             VALUE "Y".

       01  ELP-SAVED-RETURN-CODE          PIC S9(04) COMP VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           GO TO 9999-TERMINATE.

       1000-INITIALIZE.
           PERFORM 1020-BEGIN-STEP THRU 1020-BEGIN-STEP-EXIT
           OPEN OUTPUT BALANCE-REPORT-FILE
           IF NOT ELP-BALPRPT-FILE-OK
               MOVE "BALPRPT" TO ELP-ABEND-FILE-NAME
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
           MOVE "ELPBAL01" TO SC-STEP-NAME
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

       1100-INIT-STEP-SLOTS.
           MOVE "PAYPOST" TO ELP-ST-NAME(1)
           MOVE "SUSPPOST" TO ELP-ST-NAME(2)
           MOVE "INVPOST" TO ELP-ST-NAME(3)
           MOVE "TRANPOST" TO ELP-ST-NAME(4)
           MOVE "ELPCOB1" TO ELP-ST-NAME(5)
           MOVE "CSVEXTR" TO ELP-ST-NAME(6)
           PERFORM 1110-CLEAR-ONE-SLOT
                   THRU 1110-CLEAR-ONE-SLOT-EXIT
                   VARYING ELP-STEP-SUB FROM 1 BY 1

      ******************************************************************
      * 5000-CHECK-ALL-LINKS - the crossfoot itself.  Stream order is  *
      * PAYPOST -> SUSPPOST -> INVPOST -> TRANPOST -> ELPCOB1 ->       *
      * CSVEXTR: each step's OUT must equal the next step's IN, and   *
      * the extract step's (the last slot's) own IN must equal its    *
      * OUT (a region missing its extract shows there).                *
      ******************************************************************
       5000-CHECK-ALL-LINKS.
           PERFORM 5100-CHECK-ONE-LINK
                   THRU 5100-CHECK-ONE-LINK-EXIT
                   VARYING ELP-LK-LEFT-SUB FROM 1 BY 1
                   UNTIL ELP-LK-LEFT-SUB >= ELP-STEP-COUNT
           PERFORM 5200-CHECK-EXTRACT-LINK
                   THRU 5200-CHECK-EXTRACT-LINK-EXIT.
       5000-CHECK-ALL-LINKS-EXIT.
      * gap is a warning where a mismatch is a failure.                *
      ******************************************************************
       5100-CHECK-ONE-LINK.
           COMPUTE ELP-LK-RIGHT-SUB = ELP-LK-LEFT-SUB + 1
           MOVE ELP-ST-NAME(ELP-LK-LEFT-SUB) TO ELP-LL-LEFT-NAME
           MOVE ELP-ST-NAME(ELP-LK-RIGHT-SUB) TO ELP-LL-RIGHT-NAME
           MOVE " OUT -> " TO ELP-LL-LEFT-SIDE
      * across every region's extract).                                *
      ******************************************************************
       5200-CHECK-EXTRACT-LINK.
           MOVE ELP-STEP-COUNT TO ELP-LK-LEFT-SUB
           MOVE ELP-STEP-COUNT TO ELP-LK-RIGHT-SUB
           MOVE ELP-ST-NAME(ELP-LK-LEFT-SUB) TO ELP-LL-LEFT-NAME
           MOVE ELP-ST-NAME(ELP-LK-RIGHT-SUB) TO ELP-LL-RIGHT-NAME
           MOVE "  IN -> " TO ELP-LL-LEFT-SIDE
           MOVE " OUT" TO ELP-LL-RIGHT-SIDE
           MOVE ELP-ST-IN-COUNT(ELP-LK-LEFT-SUB) TO ELP-LK-LEFT-COUNT
           MOVE ELP-ST-IN-HASH(ELP-LK-LEFT-SUB) TO ELP-LK-LEFT-HASH
           MOVE ELP-ST-OUT-COUNT(ELP-LK-RIGHT-SUB)
               TO ELP-LK-RIGHT-COUNT
           MOVE ELP-ST-OUT-HASH(ELP-LK-RIGHT-SUB)
               TO ELP-LK-RIGHT-HASH
           PERFORM 5500-WRITE-LINK-LINE
                   THRU 5500-WRITE-LINK-LINE-EXIT.
       5200-CHECK-EXTRACT-LINK-EXIT.
      * of double-posting.  Marked whatever the verdict - a rerun     *
      * after an out-of-balance night is a deliberate act that        *
      * starts with operations reopening the date.  With no usable    *
      * RUNCTL there is nothing to mark.  ELPSTP01 rewrites RUNCTL so  *
      * the step records behind the business-date record are kept.     *
      ******************************************************************
       7000-MARK-RUN-COMPLETE.
           IF NOT ELP-RUNCTL-FOUND
               GO TO 7000-MARK-RUN-COMPLETE-EXIT
           END-IF
           MOVE "DAYDONE" TO SC-FUNCTION
           MOVE RETURN-CODE TO ELP-SAVED-RETURN-CODE
           MOVE 0 TO SC-RETURN-CODE
           CALL "ELPSTP01" USING ELP-STEP-CONTROL
           MOVE ELP-SAVED-RETURN-CODE TO RETURN-CODE
           IF SC-RETURN-CODE >= 8
               DISPLAY "ELPBAL01 - BUSINESS DATE " ELP-BUSINESS-DATE
                   " NOT MARKED COMPLETE"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 7000-MARK-RUN-COMPLETE-EXIT
           END-IF
           DISPLAY "ELPBAL01 - BUSINESS DATE " ELP-BUSINESS-DATE
               " MARKED COMPLETE".
       7000-MARK-RUN-COMPLETE-EXIT.
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
           CLOSE CONTROL-FILE
           CLOSE BALANCE-REPORT-FILE
           PERFORM 9990-END-STEP THRU 9990-END-STEP-EXIT
           Stop Run.
