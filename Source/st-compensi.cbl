      *    carta del giorno di paga si riducono a questa stampa
      *    (st-trainer dice chi segue chi; questo dice quanto gli si
      *    deve).
      *    Personale pagato a ore (trn-tariffa-oraria): le ore
      *    timbrate del mese vengono dal cartellino st-cartellino
      *    (OREMESE) e si aggiungono al compenso; senza cartellino
      *    calcolato per il mese la riga lo segnala e le ore restano
      *    fuori.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       copy "classexc.sl".
       copy "closures.sl".
       copy "ptdiary.sl".
       copy "oremese.sl".

      *****************************************************************
       DATA DIVISION.
       copy "classexc.fd".
       copy "closures.fd".
       copy "ptdiary.fd".
       copy "oremese.fd".

       WORKING-STORAGE SECTION.
      * COPY
       77  status-classexc       pic xx.
       77  status-closures       pic xx.
       77  status-ptdiary        pic xx.
       77  status-oremese        pic xx.

      * COSTANTI
       78  titolo                value "Compensi trainer".
           88 errori             value "ER".
       77  filler                pic 9.
           88 lezione-salta      value 1 false 0.
       77  filler                pic 9.
           88 cartellino-presente value 1 false 0.

      * CONTEGGI DEL TRAINER IN STAMPA
       77  lezioni-tenute        pic 9(4).
       77  sedute-erogate        pic 9(4).
       77  minuti-lavorati       pic 9(6).
       77  ore-lavorate          pic 9(4).
       77  resto-minuti          pic 99.
       77  compenso              pic 9(7)v99.
       77  totale-compensi       pic 9(9)v99 value 0.

           05 r-mese-mese        pic 99.
       01  r-num-disp            pic zzz9.
       01  r-compenso-disp       pic zzz.zzz.zz9,99.
       01  r-ore-disp.
           05 r-ore-hh           pic zzz9.
           05 filler             pic x value ":".
           05 r-ore-mi           pic 99.

       LINKAGE SECTION.
       77  link-anno-mese        pic 9(6).

      ***---
       APRI-FILES.
           open input trainers classes classexc closures ptdiary
                      oremese.

      ***---
       STAMPA.
           move 0 to lezioni-tenute sedute-erogate.
           perform CONTA-LEZIONI-CORSI.
           perform CONTA-SEDUTE-PT.
           perform LEGGI-ORE-LAVORATE.
           compute compenso = lezioni-tenute * trn-tariffa-corso
                            + sedute-erogate * trn-tariffa-pt
                            + minuti-lavorati * trn-tariffa-oraria
                              / 60.
           add compenso to totale-compensi.

      ***---
              end-if
           end-perform.

      ***---
       LEGGI-ORE-LAVORATE.
      *    Solo per chi e' pagato a ore: ore timbrate del mese dal
      *    cartellino.
           move 0 to minuti-lavorati.
           set cartellino-presente to false.
           if trn-tariffa-oraria = 0
              exit paragraph
           end-if.
           move anno-mese to orm-anno-mese.
           move trn-code  to orm-trn-code.
           read oremese
                invalid continue
            not invalid
                set cartellino-presente to true
                move orm-minuti-lavorati to minuti-lavorati
           end-read.

      ***---
       STAMPA-RIGA-TRAINER.
           initialize r-riga-compenso.
           perform SCRIVI.
           add 0,4 to spl-riga.

           if trn-tariffa-oraria not = 0
              initialize r-riga-compenso
              if cartellino-presente
                 divide minuti-lavorati by 60 giving ore-lavorate
                        remainder resto-minuti
                 move ore-lavorate to r-ore-hh
                 move resto-minuti to r-ore-mi
                 string "   ore lavorate: " delimited size
                        r-ore-disp          delimited size
                   into r-riga-compenso
                 end-string
              else
                 string "   ore lavorate: cartellino del mese non "
                        delimited size
                        "calcolato (st-cartellino)" delimited size
                   into r-riga-compenso
                 end-string
              end-if
              move r-riga-compenso  to spl-riga-stampa
              move 1                to spl-tipo-colonna
              perform SCRIVI
              add 0,4 to spl-riga
           end-if.

           initialize r-riga-compenso.
           string "   compenso: "  delimited size
                  r-compenso-disp  delimited size

      ***---
       CHIUDI-FILES.
           close trainers classes classexc closures ptdiary
                 oremese.

      ***---
       EXIT-PGM.
