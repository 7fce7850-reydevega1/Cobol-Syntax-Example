                         ==CR-STATUS-DATE== BY
                             ==AT-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==AT-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==AT-MERGED-TO==.

       PROCEDURE DIVISION USING ELP-AGE-IN-TBL.

