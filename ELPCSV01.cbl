                         ==CR-STATUS-DATE== BY
                             ==CT-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==CT-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==CT-MERGED-TO==.

       PROCEDURE DIVISION USING ELP-CSV-IN-TBL.

