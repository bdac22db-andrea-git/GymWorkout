       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      giornale.
       SPECIAL-NAMES. decimal-point is comma.
      ******************************************************************
      *    Accodamento di un'immagine dopo al giornale di giornata
      *    TXJRN ("txjrn-AAAAMMGG"): il chiamante passa programma,
      *    archivio, operazione (W scrittura, R riscrittura, D
      *    cancellazione) e il record appena scritto; qui si aggiungono
      *    data, ora e utente. Il file si apre in coda e si richiude a
      *    ogni chiamata, cosi' sportello, chiosco e tornello possono
      *    accodare sullo stesso giorno senza tenerlo occupato; il
      *    primo accodamento della giornata lo crea.
      *    Un giornale che non si lascia scrivere non ferma il lavoro
      *    allo sportello: l'operazione sull'archivio e' gia' fatta,
      *    e l'esito torna in link-status per chi lo vuole sapere.
      *    Il giornale si rilegge con bak-rollfwd.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "txjrn.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "txjrn.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "operatore.def".

       77  status-txjrn            pic xx.
       77  path-txjrn              pic x(256).
       77  oggi                    pic 9(8).

       LINKAGE SECTION.
           copy "giornale.lks".
       77  link-status             signed-short.

      ******************************************************************
       PROCEDURE DIVISION using giornale-linkage link-status.
      ***---
       MAIN-PRG.
           move 0 to link-status.
           accept oggi from century-date.

           initialize path-txjrn.
           string "txjrn-" delimited size
                  oggi     delimited size
             into path-txjrn
           end-string.
           open extend txjrn.
           if status-txjrn = "35"
              open output txjrn
           end-if.
           if status-txjrn not = "00" and not = "05"
              move -1 to link-status
              goback
           end-if.

           initialize txj-rec.
           move oggi                 to txj-data.
           accept txj-ora            from time.
           accept SYSTEM-INFORMATION from system-info.
           move SYSTEM-INFO-USER-ID  to txj-utente.
      *    Operatore collegato ad accesso, se la sessione ne ha uno.
           if opc-codice not = spaces and not = low-value
              move opc-codice     to txj-utente
           end-if.
           move gnk-programma        to txj-programma.
           move gnk-file             to txj-file.
           move gnk-operazione       to txj-operazione.
           move gnk-immagine         to txj-immagine.
           write txj-rec.
           if status-txjrn not = "00"
              move -1 to link-status
           end-if.

           close txjrn.
           goback.
