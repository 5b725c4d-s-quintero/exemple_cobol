      ******************************************************************
      * FILE-CONTROL entry for the tariff master file. One record per
      * guarantee, effective-from date and age band, key'd guarantee
      * + effective date + minimum age of the band. The file name is
      * w-NomTarif (WSTARFS.cpy), the live TARIF.DAT unless a tariff
      * simulation points pricing at a candidate master.
      ******************************************************************
           SELECT TarifF ASSIGN TO w-NomTarif
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDT-CleTarif
