      ******************************************************************
      * RUNSTEP                                                       *
      * Author: Rey Devega                                            *
      * Date-Written: 10/03/2018                                      *
      * Purpose: Common layout for a job-step status record on the    *
      *          run-control file (RUNCTL).  The first RUNCTL record  *
      *          is still the business-date record (RUNCTL); every    *
      *          record after it is one of these, one per step that   *
      *          has started under the business date, kept by the     *
      *          ELPSTP01 step-control routine each step CALLs at its *
      *          start and its end: when the step started and ended,  *
      *          STARTED / COMPLETE / FAILED / ROLLEDBK, the return   *
      *          code it ended with, and - for a step that REWRITEs   *
      *          CUSTFILE - whether the pre-update image of the master*
      *          (BKP + step name) was taken and how many customers it*
      *          holds, whether the SUSPFILE, INVHIST, WOFHIST and    *
      *          CUSTADDR images (BKS, BKI, BKW, BKA + step name)     *
      *          were taken with it and how many records each holds,  *
      *          and how many entries LEDGJRNL held when the step     *
      *          began.  A resubmitted night skips a step already     *
      *          COMPLETE.  Records carrying any other business date  *
      *          are dropped the next time RUNCTL is rewritten.       *
      *          Copied plain - the RS- prefix is reserved for this   *
      *          record.                                              *
      *                                                                 *
      * Modification History                                          *
      *   10/03/2018  RD  Original layout.                            *
      *   10/24/2018  RD  Widened to 128 bytes for the history-file   *
      *                   and CUSTADDR image counts and the LEDGJRNL  *
      *                   entry count ELPRBK01 rolls back to.  A      *
      *                   record written before the change has        *
      *                   RS-HISTORY-SW blank.                        *
      ******************************************************************
           10  RS-RECORD-ID            PIC X(04).
               88  RS-STEP-RECORD      VALUE "STEP".
           10  FILLER                  PIC X(01).
           10  RS-STEP-NAME            PIC X(08).
           10  FILLER                  PIC X(01).
           10  RS-BUSINESS-DATE        PIC 9(08).
           10  FILLER                  PIC X(01).
           10  RS-STEP-STATUS          PIC X(08).
               88  RS-STEP-STARTED     VALUE "STARTED".
               88  RS-STEP-COMPLETE    VALUE "COMPLETE".
               88  RS-STEP-FAILED      VALUE "FAILED".
               88  RS-STEP-ROLLED-BACK VALUE "ROLLEDBK".
           10  FILLER                  PIC X(01).
           10  RS-START-STAMP.
               15  RS-START-DATE       PIC 9(08).
               15  RS-START-TIME       PIC 9(08).
           10  FILLER                  PIC X(01).
           10  RS-END-STAMP.
               15  RS-END-DATE         PIC 9(08).
               15  RS-END-TIME         PIC 9(08).
           10  FILLER                  PIC X(01).
           10  RS-RETURN-CODE          PIC 9(04).
           10  FILLER                  PIC X(01).
           10  RS-BACKUP-SW            PIC X(01).
               88  RS-BACKUP-TAKEN     VALUE "Y".
           10  FILLER                  PIC X(01).
           10  RS-IMAGE-COUNT          PIC 9(07).
           10  FILLER                  PIC X(01).
           10  RS-HISTORY-SW           PIC X(01).
               88  RS-HISTORY-TAKEN    VALUE "Y".
           10  FILLER                  PIC X(01).
           10  RS-JOURNAL-COUNT        PIC 9(09).
           10  FILLER                  PIC X(01).
           10  RS-SUSP-IMAGE-COUNT     PIC 9(07).
           10  FILLER                  PIC X(01).
           10  RS-INV-IMAGE-COUNT      PIC 9(07).
           10  FILLER                  PIC X(01).
           10  RS-WOF-IMAGE-COUNT      PIC 9(07).
           10  FILLER                  PIC X(01).
           10  RS-ADDR-IMAGE-COUNT     PIC 9(07).
           10  FILLER                  PIC X(04).
