      ******************************************************************
      * CTLM BANQUE : SERV0002 - INSTRUCTIONS DE FUSION               *
      ******************************************************************
      * DESSIN D'ENREGISTREMENT DU FICHIER DES INSTRUCTIONS DE FUSION *
      * ADRESSE AU REFERENTIEL AMONT (FICHIER FUSIONS, LG 100).       *
      * PRODUIT PAR LE BATCH SOCB0723 : UNE INSTRUCTION PAR DOUBLON   *
      * CONFIRME FUSIONNE, L'IDENTIFIANT RETIRE DOIT ETRE RATTACHE A  *
      * L'IDENTIFIANT SURVIVANT PUIS SUPPRIME PAR L'AMONT.            *
      ******************************************************************
       01 SFUS-ENREG.
      *   *** DATE DE L'INSTRUCTION (SSAAMMJJ)
           05 SFUS-DATE                    PIC 9(08).
      *   *** IDENTIFIANT A RETIRER
           05 SFUS-ID-RETIRE               PIC 9(11).
      *   *** IDENTIFIANT SURVIVANT
           05 SFUS-ID-SURVIVANT            PIC 9(11).
      *   *** REGLE AYANT DESIGNE LE SURVIVANT :
      *   *** P=FOYER PRINCIPAL  C=CONTRAT PRODUCTEUR
      *   *** D=REFERENCE DISTRIBUTEUR  A=ANCIENNETE (PLUS PETIT ID)
           05 SFUS-REGLE                   PIC X(01).
              88 SFUS-REGLE-PRINCIPAL      VALUE 'P'.
              88 SFUS-REGLE-CONTRAT        VALUE 'C'.
              88 SFUS-REGLE-DISTRIBUTEUR   VALUE 'D'.
              88 SFUS-REGLE-ANCIENNETE     VALUE 'A'.
      *   *** ESTAMPILLE DE LA CONFIRMATION DU DOUBLON (SOCDISPO)
           05 SFUS-MAJ-USER                PIC X(08).
           05 SFUS-MAJ-DATE                PIC 9(08).
      *   *** FOYER DE LA PERSONNE SURVIVANTE
           05 SFUS-FOYERID-SURVIVANT       PIC 9(11).
      *   *** RESERVE
           05 FILLER                       PIC X(42).
      *
