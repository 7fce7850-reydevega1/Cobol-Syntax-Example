                         ==CR-STATUS-DATE== BY
                             ==SW-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==SW-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==SW-MERGED-TO==.

       01  ELP-SORT-WORK.
           05  ELP-HEAP-END             PIC 9(06) COMP.
                         ==CR-STATUS-DATE== BY
                             ==LI-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==LI-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==LI-MERGED-TO==.
       01  ELP-OUT-VALUE-TBL.
           05  ELP-OUT-TBL-COUNT        PIC 9(06) COMP.
           05  ELP-OUT-TBL-ENTRY OCCURS 1 TO 50000 TIMES
                         ==CR-STATUS-DATE== BY
                             ==LO-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==LO-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==LO-MERGED-TO==.

       PROCEDURE DIVISION USING ELP-IN-VALUE-TBL
                       RETURNING ELP-OUT-VALUE-TBL.
                         ==CR-STATUS-DATE== BY
                             ==LI-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==LI-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==LI-MERGED-TO==.
       01  ELP-SORT-PARM.
           05  ELP-SORT-KEY-COUNT       PIC 9(02) COMP.
           05  ELP-SORT-ORDER           PIC X(01).
                         ==CR-STATUS-DATE== BY
                             ==LO-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==LO-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==LO-MERGED-TO==.

       PROCEDURE DIVISION USING ELP-IN-VALUE-TBL ELP-SORT-PARM
                       RETURNING ELP-OUT-VALUE-TBL.
