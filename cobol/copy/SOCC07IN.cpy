      ******************************************************************
      * CTLM BANQUE : SERV0002 - FICHIER DES PERSONNES DECEDEES INSEE *
      ******************************************************************
      * DESSIN D'ENREGISTREMENT DU FICHIER MENSUEL DES PERSONNES      *
      * DECEDEES DIFFUSE PAR L'INSEE (FICHIER INSEEDEC, LG 200), TEL  *
      * QUE RECU : NOM ET PRENOMS SOUS LA FORME NOM*PRENOMS/, DATES   *
      * SSAAMMJJ POUVANT PORTER 00 EN MOIS OU EN JOUR QUAND ILS SONT  *
      * INCONNUS, LIEUX EN CODE OFFICIEL GEOGRAPHIQUE (DEPARTEMENT +  *
      * COMMUNE, 99 + PAYS POUR UNE NAISSANCE A L'ETRANGER).          *
      * LU PAR LE RAPPROCHEMENT MENSUEL SOCB0729.                     *
      ******************************************************************
       01 SINS-ENREG.
      *   *** NOM DE NAISSANCE ET PRENOMS : NOM*PRENOM1 PRENOM2/
           05 SINS-NOM-PRENOMS             PIC X(80).
      *   *** SEXE : 1=MASCULIN  2=FEMININ
           05 SINS-SEXE                    PIC X(01).
      *   *** DATE DE NAISSANCE (SSAAMMJJ)
           05 SINS-DATE-NAISSANCE          PIC X(08).
           05 SINS-DATE-NAISSANCE-R REDEFINES SINS-DATE-NAISSANCE.
              10 SINS-NAIS-SSAA            PIC X(04).
              10 SINS-NAIS-MM              PIC X(02).
              10 SINS-NAIS-JJ              PIC X(02).
      *   *** CODE DU LIEU DE NAISSANCE ET LIBELLES
           05 SINS-LIEU-NAISSANCE          PIC X(05).
           05 SINS-COMMUNE-NAISSANCE       PIC X(30).
           05 SINS-PAYS-NAISSANCE          PIC X(30).
      *   *** DATE DE DECES (SSAAMMJJ)
           05 SINS-DATE-DECES              PIC X(08).
           05 SINS-DATE-DECES-R REDEFINES SINS-DATE-DECES.
              10 SINS-DECES-SSAA           PIC X(04).
              10 SINS-DECES-MM             PIC X(02).
              10 SINS-DECES-JJ             PIC X(02).
      *   *** CODE DU LIEU DE DECES
           05 SINS-LIEU-DECES              PIC X(05).
      *   *** NUMERO DE L'ACTE DE DECES
           05 SINS-NUMERO-ACTE             PIC X(09).
      *   *** RESERVE
           05 FILLER                       PIC X(24).
      *
