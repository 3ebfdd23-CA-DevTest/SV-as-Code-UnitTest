      ******************************************************************
      * CTLM BANQUE : SERV0002 - HABILITATIONS DES APPELANTS          *
      ******************************************************************
      * MAP SYMBOLIQUE DU MAPSET SOCM071V / MAP SOCM71X (TRANSACTION  *
      * S724, PROGRAMME SOCM0724). IMAGE CONSERVEE EN BIBLIOTHEQUE :  *
      * A REGENERER EN CAS DE MODIFICATION DU SOURCE BMS.             *
      ******************************************************************
       01 SOCM71XI.
           05 FILLER                       PIC X(12).
           05 FONCTIONL                    PIC S9(4) COMP.
           05 FONCTIONF                    PIC X(01).
           05 FILLER REDEFINES FONCTIONF.
              10 FONCTIONA                 PIC X(01).
           05 FONCTIONI                    PIC X(01).
           05 APPELL                       PIC S9(4) COMP.
           05 APPELF                       PIC X(01).
           05 FILLER REDEFINES APPELF.
              10 APPELA                    PIC X(01).
           05 APPELI                       PIC X(08).
           05 LIBELLEL                     PIC S9(4) COMP.
           05 LIBELLEF                     PIC X(01).
           05 FILLER REDEFINES LIBELLEF.
              10 LIBELLEA                  PIC X(01).
           05 LIBELLEI                     PIC X(30).
           05 ACTIFL                       PIC S9(4) COMP.
           05 ACTIFF                       PIC X(01).
           05 FILLER REDEFINES ACTIFF.
              10 ACTIFA                    PIC X(01).
           05 ACTIFI                       PIC X(01).
           05 CANAL1L                      PIC S9(4) COMP.
           05 CANAL1F                      PIC X(01).
           05 FILLER REDEFINES CANAL1F.
              10 CANAL1A                   PIC X(01).
           05 CANAL1I                      PIC X(03).
           05 CANAL2L                      PIC S9(4) COMP.
           05 CANAL2F                      PIC X(01).
           05 FILLER REDEFINES CANAL2F.
              10 CANAL2A                   PIC X(01).
           05 CANAL2I                      PIC X(03).
           05 CANAL3L                      PIC S9(4) COMP.
           05 CANAL3F                      PIC X(01).
           05 FILLER REDEFINES CANAL3F.
              10 CANAL3A                   PIC X(01).
           05 CANAL3I                      PIC X(03).
           05 CANAL4L                      PIC S9(4) COMP.
           05 CANAL4F                      PIC X(01).
           05 FILLER REDEFINES CANAL4F.
              10 CANAL4A                   PIC X(01).
           05 CANAL4I                      PIC X(03).
           05 METHAUTL                     PIC S9(4) COMP.
           05 METHAUTF                     PIC X(01).
           05 FILLER REDEFINES METHAUTF.
              10 METHAUTA                  PIC X(01).
           05 METHAUTI                     PIC X(25).
           05 QUOTAAPL                     PIC S9(4) COMP.
           05 QUOTAAPF                     PIC X(01).
           05 FILLER REDEFINES QUOTAAPF.
              10 QUOTAAPA                  PIC X(01).
           05 QUOTAAPI                     PIC X(07).
           05 QUOTABAL                     PIC S9(4) COMP.
           05 QUOTABAF                     PIC X(01).
           05 FILLER REDEFINES QUOTABAF.
              10 QUOTABAA                  PIC X(01).
           05 QUOTABAI                     PIC X(05).
           05 CPTDATEL                     PIC S9(4) COMP.
           05 CPTDATEF                     PIC X(01).
           05 FILLER REDEFINES CPTDATEF.
              10 CPTDATEA                  PIC X(01).
           05 CPTDATEI                     PIC X(08).
           05 CPTAPPL                      PIC S9(4) COMP.
           05 CPTAPPF                      PIC X(01).
           05 FILLER REDEFINES CPTAPPF.
              10 CPTAPPA                   PIC X(01).
           05 CPTAPPI                      PIC X(07).
           05 CPTBALL                      PIC S9(4) COMP.
           05 CPTBALF                      PIC X(01).
           05 FILLER REDEFINES CPTBALF.
              10 CPTBALA                   PIC X(01).
           05 CPTBALI                      PIC X(05).
           05 MAJUSERL                     PIC S9(4) COMP.
           05 MAJUSERF                     PIC X(01).
           05 FILLER REDEFINES MAJUSERF.
              10 MAJUSERA                  PIC X(01).
           05 MAJUSERI                     PIC X(08).
           05 MAJDATEL                     PIC S9(4) COMP.
           05 MAJDATEF                     PIC X(01).
           05 FILLER REDEFINES MAJDATEF.
              10 MAJDATEA                  PIC X(01).
           05 MAJDATEI                     PIC X(08).
           05 MAJHEUREL                    PIC S9(4) COMP.
           05 MAJHEUREF                    PIC X(01).
           05 FILLER REDEFINES MAJHEUREF.
              10 MAJHEUREA                 PIC X(01).
           05 MAJHEUREI                    PIC X(06).
           05 MSGLBL                       PIC S9(4) COMP.
           05 MSGLBF                       PIC X(01).
           05 FILLER REDEFINES MSGLBF.
              10 MSGLBA                    PIC X(01).
           05 MSGLBI                       PIC X(60).
       01 SOCM71XO REDEFINES SOCM71XI.
           05 FILLER                       PIC X(12).
           05 FILLER                       PIC X(03).
           05 FONCTIONO                    PIC X(01).
           05 FILLER                       PIC X(03).
           05 APPELO                       PIC X(08).
           05 FILLER                       PIC X(03).
           05 LIBELLEO                     PIC X(30).
           05 FILLER                       PIC X(03).
           05 ACTIFO                       PIC X(01).
           05 FILLER                       PIC X(03).
           05 CANAL1O                      PIC X(03).
           05 FILLER                       PIC X(03).
           05 CANAL2O                      PIC X(03).
           05 FILLER                       PIC X(03).
           05 CANAL3O                      PIC X(03).
           05 FILLER                       PIC X(03).
           05 CANAL4O                      PIC X(03).
           05 FILLER                       PIC X(03).
           05 METHAUTO                     PIC X(25).
           05 FILLER                       PIC X(03).
           05 QUOTAAPO                     PIC 9(07).
           05 FILLER                       PIC X(03).
           05 QUOTABAO                     PIC 9(05).
           05 FILLER                       PIC X(03).
           05 CPTDATEO                     PIC 9(08).
           05 FILLER                       PIC X(03).
           05 CPTAPPO                      PIC 9(07).
           05 FILLER                       PIC X(03).
           05 CPTBALO                      PIC 9(05).
           05 FILLER                       PIC X(03).
           05 MAJUSERO                     PIC X(08).
           05 FILLER                       PIC X(03).
           05 MAJDATEO                     PIC 9(08).
           05 FILLER                       PIC X(03).
           05 MAJHEUREO                    PIC 9(06).
           05 FILLER                       PIC X(03).
           05 MSGLBO                       PIC X(60).
      *
