      *                                                                 *
      * Modification History                                           *
      *   05/16/2018  RD  Original layout.                             *
      *   10/03/2018  RD  RUNCTL is no longer one record: the step     *
      *                   status records ELPSTP01 keeps (see RUNSTEP)  *
      *                   follow this business-date record, so a step  *
      *                   that rewrites RUNCTL goes through ELPSTP01.  *
      ******************************************************************
           10  RC-BUSINESS-DATE        PIC 9(08).
           10  FILLER                  PIC X(01).
