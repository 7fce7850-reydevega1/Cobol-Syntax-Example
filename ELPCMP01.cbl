                         ==CR-STATUS-DATE== BY
                             ==CU-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==CU-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==CU-MERGED-TO==.

       FD  PREVIOUS-MASTER-FILE.
       01  PREVIOUS-MASTER-RECORD.
                         ==CR-STATUS-DATE== BY
                             ==PV-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==PV-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==PV-MERGED-TO==.

       FD  COMPARE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
