                         ==CR-STATUS-DATE== BY
                             ==RT-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==RT-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==RT-MERGED-TO==.

       01  ELP-RPT-RGN-TBL.
           COPY REGNTBL
