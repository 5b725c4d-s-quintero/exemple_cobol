              10  FD-CH-debut                    pic x(10).
              10  FD-CodeCourtier                pic x(10).
              10  FD-Fractionnement              pic x.
              10  FD-IT-Indemnite                pic 9(5)v99.
              10  FD-IT-Franchise                pic 9(3).
              10  FD-DC-Capital                  pic 9(7)v99.
