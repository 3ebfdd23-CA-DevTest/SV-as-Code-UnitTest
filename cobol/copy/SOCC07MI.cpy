      ******************************************************************
      * CTLM BANQUE : SERV0002 - INTERROGATION DES PERSONNES          *
      ******************************************************************
      * MAPS SYMBOLIQUES DU MAPSET SOCM071U (TRANSACTION S720,        *
      * PROGRAMME SOCM0720) : SOCM71U CRITERES, SOCM71V LISTE,        *
      * SOCM71W FICHE / FOYER. IMAGE CONSERVEE EN BIBLIOTHEQUE :      *
      * A REGENERER EN CAS DE MODIFICATION DU SOURCE BMS.             *
      ******************************************************************
       01 SOCM71UI.
           05 FILLER                       PIC X(12).
           05 NOMETHL                      PIC S9(4) COMP.
           05 NOMETHF                      PIC X(01).
           05 FILLER REDEFINES NOMETHF.
              10 NOMETHA                   PIC X(01).
           05 NOMETHI                      PIC X(02).
           05 LIBMETHL                     PIC S9(4) COMP.
           05 LIBMETHF                     PIC X(01).
           05 FILLER REDEFINES LIBMETHF.
              10 LIBMETHA                  PIC X(01).
           05 LIBMETHI                     PIC X(32).
           05 NOMBRUTL                     PIC S9(4) COMP.
           05 NOMBRUTF                     PIC X(01).
           05 FILLER REDEFINES NOMBRUTF.
              10 NOMBRUTA                  PIC X(01).
           05 NOMBRUTI                     PIC X(50).
           05 PHONCDL                      PIC S9(4) COMP.
           05 PHONCDF                      PIC X(01).
           05 FILLER REDEFINES PHONCDF.
              10 PHONCDA                   PIC X(01).
           05 PHONCDI                      PIC X(10).
           05 DEPTNAIL                     PIC S9(4) COMP.
           05 DEPTNAIF                     PIC X(01).
           05 FILLER REDEFINES DEPTNAIF.
              10 DEPTNAIA                  PIC X(01).
           05 DEPTNAII                     PIC X(10).
           05 DTDEBL                       PIC S9(4) COMP.
           05 DTDEBF                       PIC X(01).
           05 FILLER REDEFINES DTDEBF.
              10 DTDEBA                    PIC X(01).
           05 DTDEBI                       PIC X(08).
           05 DTFINL                       PIC S9(4) COMP.
           05 DTFINF                       PIC X(01).
           05 FILLER REDEFINES DTFINF.
              10 DTFINA                    PIC X(01).
           05 DTFINI                       PIC X(08).
           05 CODPOSTL                     PIC S9(4) COMP.
           05 CODPOSTF                     PIC X(01).
           05 FILLER REDEFINES CODPOSTF.
              10 CODPOSTA                  PIC X(01).
           05 CODPOSTI                     PIC X(10).
           05 VILPHONL                     PIC S9(4) COMP.
           05 VILPHONF                     PIC X(01).
           05 FILLER REDEFINES VILPHONF.
              10 VILPHONA                  PIC X(01).
           05 VILPHONI                     PIC X(10).
           05 VILLEL                       PIC S9(4) COMP.
           05 VILLEF                       PIC X(01).
           05 FILLER REDEFINES VILLEF.
              10 VILLEA                    PIC X(01).
           05 VILLEI                       PIC X(27).
           05 RUEL                         PIC S9(4) COMP.
           05 RUEF                         PIC X(01).
           05 FILLER REDEFINES RUEF.
              10 RUEA                      PIC X(01).
           05 RUEI                         PIC X(38).
           05 TELEPHL                      PIC S9(4) COMP.
           05 TELEPHF                      PIC X(01).
           05 FILLER REDEFINES TELEPHF.
              10 TELEPHA                   PIC X(01).
           05 TELEPHI                      PIC X(15).
           05 TWFOCL                       PIC S9(4) COMP.
           05 TWFOCF                       PIC X(01).
           05 FILLER REDEFINES TWFOCF.
              10 TWFOCA                    PIC X(01).
           05 TWFOCI                       PIC X(10).
           05 EXTVAL                       PIC S9(4) COMP.
           05 EXTVAF                       PIC X(01).
           05 FILLER REDEFINES EXTVAF.
              10 EXTVAA                    PIC X(01).
           05 EXTVAI                       PIC X(20).
           05 EMAILL                       PIC S9(4) COMP.
           05 EMAILF                       PIC X(01).
           05 FILLER REDEFINES EMAILF.
              10 EMAILA                    PIC X(01).
           05 EMAILI                       PIC X(77).
           05 PERSIDL                      PIC S9(4) COMP.
           05 PERSIDF                      PIC X(01).
           05 FILLER REDEFINES PERSIDF.
              10 PERSIDA                   PIC X(01).
           05 PERSIDI                      PIC X(11).
           05 FOYERL                       PIC S9(4) COMP.
           05 FOYERF                       PIC X(01).
           05 FILLER REDEFINES FOYERF.
              10 FOYERA                    PIC X(01).
           05 FOYERI                       PIC X(11).
           05 TRADERL                      PIC S9(4) COMP.
           05 TRADERF                      PIC X(01).
           05 FILLER REDEFINES TRADERF.
              10 TRADERA                   PIC X(01).
           05 TRADERI                      PIC X(11).
           05 REFDISTL                     PIC S9(4) COMP.
           05 REFDISTF                     PIC X(01).
           05 FILLER REDEFINES REFDISTF.
              10 REFDISTA                  PIC X(01).
           05 REFDISTI                     PIC X(20).
           05 CONTRATL                     PIC S9(4) COMP.
           05 CONTRATF                     PIC X(01).
           05 FILLER REDEFINES CONTRATF.
              10 CONTRATA                  PIC X(01).
           05 CONTRATI                     PIC X(27).
           05 MSGCRIL                      PIC S9(4) COMP.
           05 MSGCRIF                      PIC X(01).
           05 FILLER REDEFINES MSGCRIF.
              10 MSGCRIA                   PIC X(01).
           05 MSGCRII                      PIC X(60).
       01 SOCM71UO REDEFINES SOCM71UI.
           05 FILLER                       PIC X(12).
           05 FILLER                       PIC X(03).
           05 NOMETHO                      PIC 9(02).
           05 FILLER                       PIC X(03).
           05 LIBMETHO                     PIC X(32).
           05 FILLER                       PIC X(03).
           05 NOMBRUTO                     PIC X(50).
           05 FILLER                       PIC X(03).
           05 PHONCDO                      PIC X(10).
           05 FILLER                       PIC X(03).
           05 DEPTNAIO                     PIC X(10).
           05 FILLER                       PIC X(03).
           05 DTDEBO                       PIC 9(08).
           05 FILLER                       PIC X(03).
           05 DTFINO                       PIC 9(08).
           05 FILLER                       PIC X(03).
           05 CODPOSTO                     PIC X(10).
           05 FILLER                       PIC X(03).
           05 VILPHONO                     PIC X(10).
           05 FILLER                       PIC X(03).
           05 VILLEO                       PIC X(27).
           05 FILLER                       PIC X(03).
           05 RUEO                         PIC X(38).
           05 FILLER                       PIC X(03).
           05 TELEPHO                      PIC X(15).
           05 FILLER                       PIC X(03).
           05 TWFOCO                       PIC X(10).
           05 FILLER                       PIC X(03).
           05 EXTVAO                       PIC X(20).
           05 FILLER                       PIC X(03).
           05 EMAILO                       PIC X(77).
           05 FILLER                       PIC X(03).
           05 PERSIDO                      PIC 9(11).
           05 FILLER                       PIC X(03).
           05 FOYERO                       PIC 9(11).
           05 FILLER                       PIC X(03).
           05 TRADERO                      PIC 9(11).
           05 FILLER                       PIC X(03).
           05 REFDISTO                     PIC X(20).
           05 FILLER                       PIC X(03).
           05 CONTRATO                     PIC X(27).
           05 FILLER                       PIC X(03).
           05 MSGCRIO                      PIC X(60).
       01 SOCM71VI.
           05 FILLER                       PIC X(12).
           05 LIBLSTL                      PIC S9(4) COMP.
           05 LIBLSTF                      PIC X(01).
           05 FILLER REDEFINES LIBLSTF.
              10 LIBLSTA                   PIC X(01).
           05 LIBLSTI                      PIC X(32).
           05 NBTOTL                       PIC S9(4) COMP.
           05 NBTOTF                       PIC X(01).
           05 FILLER REDEFINES NBTOTF.
              10 NBTOTA                    PIC X(01).
           05 NBTOTI                       PIC X(05).
           05 LIGDEBL                      PIC S9(4) COMP.
           05 LIGDEBF                      PIC X(01).
           05 FILLER REDEFINES LIGDEBF.
              10 LIGDEBA                   PIC X(01).
           05 LIGDEBI                      PIC X(05).
           05 LIGFINL                      PIC S9(4) COMP.
           05 LIGFINF                      PIC X(01).
           05 FILLER REDEFINES LIGFINF.
              10 LIGFINA                   PIC X(01).
           05 LIGFINI                      PIC X(05).
           05 LIGD OCCURS 15 TIMES.
              10 LIGL                      PIC S9(4) COMP.
              10 LIGF                      PIC X(01).
              10 FILLER REDEFINES LIGF.
                 15 LIGA                   PIC X(01).
              10 LIGI                      PIC X(79).
           05 SELLIGL                      PIC S9(4) COMP.
           05 SELLIGF                      PIC X(01).
           05 FILLER REDEFINES SELLIGF.
              10 SELLIGA                   PIC X(01).
           05 SELLIGI                      PIC X(02).
           05 SELACTL                      PIC S9(4) COMP.
           05 SELACTF                      PIC X(01).
           05 FILLER REDEFINES SELACTF.
              10 SELACTA                   PIC X(01).
           05 SELACTI                      PIC X(01).
           05 MSGLSTL                      PIC S9(4) COMP.
           05 MSGLSTF                      PIC X(01).
           05 FILLER REDEFINES MSGLSTF.
              10 MSGLSTA                   PIC X(01).
           05 MSGLSTI                      PIC X(60).
       01 SOCM71VO REDEFINES SOCM71VI.
           05 FILLER                       PIC X(12).
           05 FILLER                       PIC X(03).
           05 LIBLSTO                      PIC X(32).
           05 FILLER                       PIC X(03).
           05 NBTOTO                       PIC 9(05).
           05 FILLER                       PIC X(03).
           05 LIGDEBO                      PIC 9(05).
           05 FILLER                       PIC X(03).
           05 LIGFINO                      PIC 9(05).
           05 LIGDO OCCURS 15 TIMES.
              10 FILLER                    PIC X(03).
              10 LIGO                      PIC X(79).
           05 FILLER                       PIC X(03).
           05 SELLIGO                      PIC 9(02).
           05 FILLER                       PIC X(03).
           05 SELACTO                      PIC X(01).
           05 FILLER                       PIC X(03).
           05 MSGLSTO                      PIC X(60).
       01 SOCM71WI.
           05 FILLER                       PIC X(12).
           05 TITDETL                      PIC S9(4) COMP.
           05 TITDETF                      PIC X(01).
           05 FILLER REDEFINES TITDETF.
              10 TITDETA                   PIC X(01).
           05 TITDETI                      PIC X(60).
           05 TXTD OCCURS 17 TIMES.
              10 TXTL                      PIC S9(4) COMP.
              10 TXTF                      PIC X(01).
              10 FILLER REDEFINES TXTF.
                 15 TXTA                   PIC X(01).
              10 TXTI                      PIC X(79).
           05 MSGDETL                      PIC S9(4) COMP.
           05 MSGDETF                      PIC X(01).
           05 FILLER REDEFINES MSGDETF.
              10 MSGDETA                   PIC X(01).
           05 MSGDETI                      PIC X(60).
       01 SOCM71WO REDEFINES SOCM71WI.
           05 FILLER                       PIC X(12).
           05 FILLER                       PIC X(03).
           05 TITDETO                      PIC X(60).
           05 TXTDO OCCURS 17 TIMES.
              10 FILLER                    PIC X(03).
              10 TXTO                      PIC X(79).
           05 FILLER                       PIC X(03).
           05 MSGDETO                      PIC X(60).
      *
