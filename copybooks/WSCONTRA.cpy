      * trimestriel, A annuel (escompte); blanc = mensuel historique
      * sans majoration.
              10  w-Fractionnement               pic x.
      * Niveaux de garantie choisis a la souscription: indemnite
      * journaliere IT, franchise IT en jours (015/030/090) et
      * capital DC. Zero ou non numerique = niveau de reference des
      * conditions generales (WSNIVEAU.cpy).
              10  w-IT-Indemnite                 pic 9(5)v99.
              10  w-IT-Franchise                 pic 9(3).
              10  w-DC-Capital                   pic 9(7)v99.
