      ******************************************************************
      * CTLM BANQUE : SERV0002 - SUIVI D'EXECUTION DE LA CHAINE BATCH *
      ******************************************************************
      * DESSIN D'ENREGISTREMENT DU JOURNAL DE SUIVI D'EXECUTION       *
      * (FICHIER SEQUENTIEL SOCSUIVI, LG 200, ALIMENTE EN EXTENSION). *
      * CHAQUE TRAITEMENT BATCH SOCB07XX ECRIT, PAR LE SOUS-PROGRAMME *
      * SOCC0726, UN ENREGISTREMENT DE DEBUT (D) AU DEMARRAGE ET UN   *
      * ENREGISTREMENT DE FIN (F) EN FIN DE TRAITEMENT OU SUR ABANDON *
      * (9999-ABANDON, CODE RETOUR 16). UN DEBUT SANS FIN SIGNALE UN  *
      * ARRET BRUTAL (ABEND SYSTEME, ANNULATION).                     *
      * LES COMPTEURS PORTENT LES VOLUMES CLES DU TRAITEMENT, AU RANG *
      * FIXE PROPRE A CHAQUE PROGRAMME (VOIR SON PARAGRAPHE 9810) ;   *
      * ILS SONT A ZERO DANS L'ENREGISTREMENT DE DEBUT.               *
      * LU PAR LE BATCH SOCB0727 (ETAT DE SUIVI DE LA CHAINE).        *
      ******************************************************************
       01 SSUI-ENREG.
      *   *** PROGRAMME EMETTEUR (SOCB07XX)
           05 SSUI-PROGRAMME               PIC X(08).
      *   *** NATURE DE L'ENREGISTREMENT : D=DEBUT  F=FIN
           05 SSUI-PHASE                   PIC X(01).
              88 SSUI-DEBUT                VALUE 'D'.
              88 SSUI-FIN                  VALUE 'F'.
      *   *** DATE ET HEURE DE DEBUT DU TRAITEMENT (SSAAMMJJ, HHMMSS)
           05 SSUI-DATE-DEBUT              PIC 9(08).
           05 SSUI-HEURE-DEBUT             PIC 9(06).
      *   *** DATE ET HEURE DE FIN (A ZERO DANS L'ENREGISTREMENT D)
           05 SSUI-DATE-FIN                PIC 9(08).
           05 SSUI-HEURE-FIN               PIC 9(06).
      *   *** CODE RETOUR DU TRAITEMENT (A ZERO DANS L'ENREGISTREMENT D)
           05 SSUI-RETURN-CODE             PIC 9(04).
      *   *** COMPTEURS CLES : LIBELLE COURT ET VALEUR, RANGS NON
      *   *** UTILISES A BLANC / ZERO
           05 SSUI-COMPTEURS.
              10 SSUI-COMPTEUR             OCCURS 8 TIMES.
                 15 SSUI-CPT-LIBELLE       PIC X(10).
                 15 SSUI-CPT-VALEUR        PIC 9(09).
      *   *** RESERVE
           05 FILLER                       PIC X(07).
      *
