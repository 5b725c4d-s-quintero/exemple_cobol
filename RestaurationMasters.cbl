           COPY FDSINISF.

       FD  SauvClients.
       01  SavCli-Ligne                pic x(153).

       FD  SauvContrats.
       01  SavCon-Ligne                pic x(146).

       FD  SauvSinistres.
       01  SavSin-Ligne                pic x(334).

       WORKING-STORAGE SECTION.
           COPY WSCLIFS.
