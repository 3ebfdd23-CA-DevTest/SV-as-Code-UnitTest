      ******************************************************************
      * CTLM BANQUE : SERV0002 - IDENTIFIANTS FUSIONNES               *
      ******************************************************************
      * DESSIN D'ENREGISTREMENT DE LA TABLE DE CORRESPONDANCE DES     *
      * IDENTIFIANTS RETIRES PAR FUSION DE DOUBLONS (FICHIER SOCXREF, *
      * VSAM KSDS, CLE = IDENTIFIANT RETIRE, LG CLE 11, LG            *
      * ENREGISTREMENT 50). CONSTITUEE PAR LE BATCH SOCB0723 A PARTIR *
      * DES DOUBLONS CONFIRMES DE SOCDISPO ; CHAQUE IDENTIFIANT       *
      * RETIRE POINTE DIRECTEMENT SUR LE SURVIVANT FINAL (PAS DE      *
      * CHAINE). LUE PAR SOCC0710 (METHODE GET-PERSON-BY-ENTITYID,    *
      * CODE RETOUR 06) ET PAR SOCB0713 (PAIRES DEJA FUSIONNEES).     *
      ******************************************************************
       01 SXRF-ENREG.
      *   *** IDENTIFIANT RETIRE PAR LA FUSION (CLE)
           05 SXRF-ID-RETIRE               PIC 9(11).
      *   *** IDENTIFIANT DE LA PERSONNE SURVIVANTE
           05 SXRF-ID-SURVIVANT            PIC 9(11).
      *   *** DATE DE LA FUSION (SSAAMMJJ)
           05 SXRF-DATE-FUSION             PIC 9(08).
      *   *** REVISEUR AYANT CONFIRME LE DOUBLON (ESTAMPILLE SOCDISPO)
           05 SXRF-MAJ-USER                PIC X(08).
      *   *** RESERVE
           05 FILLER                       PIC X(12).
      *
