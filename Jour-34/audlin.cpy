      *Filiation d'un compte a travers ses renommages (audlin) :
      *le nom demande, puis chaque nom anterieur ou posterieur
      *retrouve par les mouvements RENOMME de la piste d'audit.
      *NL-PREFIX = "Y" : nom connu seulement par ses trente
      *premiers caracteres (largeur des zones avant/apres de la
      *piste), compare sur cette longueur.
       01  NAME-LINEAGE.
           05 NL-LGHT          PIC 9(02).
           05 NL OCCURS 20 TIMES INDEXED BY NL-IDX.
                10 NL-NAME      PIC X(50).
                10 NL-PREFIX    PIC X(01).
