           10  w-CodePostal                pic 9(5).
           10  w-Ville                     pic x(20).
           10  w-DateDeces                 pic x(10).
           10  w-NPAI                      pic x.
               88  Beneficiaire-NPAI       value 'O'.
           10  w-DateNPAI                  pic x(8).
           10  w-OrigineNPAI               pic x.
