              10  FDA-CH-debut                   pic x(10).
              10  FDA-CodeCourtier               pic x(10).
              10  FDA-Fractionnement             pic x.
              10  FDA-IT-Indemnite               pic 9(5)v99.
              10  FDA-IT-Franchise               pic 9(3).
              10  FDA-DC-Capital                 pic 9(7)v99.
