       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      gprensta.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Prenotazioni delle stazioni a numero limitato nelle ore di
      *    punta, al banco della reception. Si indicano atleta,
      *    stazione, data (oggi se vuota) e inizio dello slot (HHMM):
      *    "Prenota" e "Annulla" passano dal subprogramma prenstaz, che
      *    fa tutti i controlli (slot libero, griglia della stazione,
      *    niente doppioni alla stessa ora, tetto giornaliero per
      *    atleta). "Disponibilita'" mostra gli slot ancora liberi
      *    della stazione in quella data. Il foglio da appendere
      *    alla stazione e' st-prensta.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "prenstaz.sl".
       copy "stations.sl".
       copy "athletes.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "prenstaz.fd".
       copy "stations.fd".
       copy "athletes.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".
       copy "prenstaz.lks".

       77  status-prenstaz      pic xx.
       77  status-stations      pic xx.
       77  status-athletes      pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.

       77  minuti-slot          pic 9(4).
       77  minuti-alle          pic 9(4).
       77  ore-conv             pic 99.
       77  resto-conv           pic 99.
       77  ix-liberi            pic 9(3).
       77  filler               pic 9.
           88 archivio-aperto   value 1 false 0.
       01  como-hhmm.
           05 como-hhmm-hh      pic 99.
           05 como-hhmm-mi      pic 99.
       01  r-ora-disp.
           05 r-ora-hh          pic 99.
           05 filler            pic x value ":".
           05 r-ora-mi          pic 99.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-atleta       value 1.
       78  78-ID-ef-stazione     value 2.
       78  78-ID-ef-data         value 3.
       78  78-ID-ef-ora          value 4.
       78  78-ID-pb-prenota      value 5.
       78  78-ID-pb-annulla      value 6.
       78  78-ID-pb-liberi       value 7.
       78  78-ID-pb-esci         value 8.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-atleta-buf         pic 9(18).
       77  ef-nome-atleta-buf    pic x(50).
       77  ef-stazione-buf       pic x(5).
       77  ef-desc-stazione-buf  pic x(40).
       77  ef-data-buf           pic 9(8).
       77  ef-ora-buf            pic 9(4).
       77  ef-liberi-buf         pic x(240).

       SCREEN SECTION.
       01  Form1.
           05 ef-atleta     line 2  col 22 pic 9(18)
                                            using ef-atleta-buf.
           05 ef-nome-atleta line 2 col 42 pic x(50)
                                            using ef-nome-atleta-buf.
           05 ef-stazione   line 3  col 22 pic x(5)
                                            using ef-stazione-buf.
           05 ef-desc-stazione line 3 col 28 pic x(40)
                                            using ef-desc-stazione-buf.
           05 ef-data       line 4  col 22 pic 9(8)
                                            using ef-data-buf.
           05 ef-ora        line 5  col 22 pic 9(4)
                                            using ef-ora-buf.
           05 ef-liberi     line 7  col 5  pic x(240)
                                            using ef-liberi-buf.
           05 pb-prenota    line 9  col 5  pic x(10) value "Prenota".
           05 pb-annulla    line 9  col 20 pic x(10) value "Annulla".
           05 pb-liberi     line 9  col 35 pic x(14)
                                            value "Disponibilita'".
           05 pb-esci       line 9  col 54 pic x(10) value "Esci".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

       MAIN-LOGIC.
           move spaces to acc-funzione.
           perform CONTROLLA-ACCESSO.
           if acc-negato
              goback
           end-if.
           perform INIT.
           perform APRI-FILES.
           if tutto-ok
              perform GESTIONE-SCHERMO
              perform CHIUDI-FILES
           end-if.
           goback.

      ***---
       CONTROLLA-ACCESSO.
           set acc-controllo to true.
           move "gprensta"   to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           move 0      to ef-atleta-buf ef-ora-buf.
           move spaces to ef-nome-atleta-buf ef-stazione-buf
                          ef-desc-stazione-buf ef-liberi-buf.
           accept ef-data-buf from century-date.

      ***---
       APRI-FILES.
           open input stations.
           if status-stations not = "00" and not = "05"
              display message "Anagrafica stazioni non disponibile"
                         icon mb-warning-icon
              set errori to true
              exit paragraph
           end-if.
           open input athletes.
           if status-athletes not = "00" and not = "05"
              close stations
              set errori to true
           end-if.

      ***---
       GESTIONE-SCHERMO.
           display Form1.
           perform until fine-programma
              accept Form1
              perform GESTIONE-CONTROLLI
           end-perform.

      ***---
       GESTIONE-CONTROLLI.
           copy "gprensta-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-prenota
                move "P" to psk-operazione
                perform CHIAMA-PRENSTAZ
           when 78-ID-pb-annulla
                move "A" to psk-operazione
                perform CHIAMA-PRENSTAZ
           when 78-ID-pb-liberi
                perform MOSTRA-DISPONIBILITA
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       CONTROLLA-CAMPI.
           set tutto-ok to true.
           if ef-data-buf = 0
              accept ef-data-buf from century-date
           end-if.
           move spaces to ef-nome-atleta-buf ef-desc-stazione-buf.
           move ef-atleta-buf to ath-code.
           read athletes
                invalid continue
            not invalid
                string ath-cognome delimited "  "
                       " "         delimited size
                       ath-nome    delimited "  "
                  into ef-nome-atleta-buf
                end-string
           end-read.
           move ef-stazione-buf to sta-code.
           read stations
                invalid
                   set errori to true
                   display message "Stazione " ef-stazione-buf
                                   " inesistente" icon mb-warning-icon
            not invalid
                move sta-desc to ef-desc-stazione-buf
           end-read.
           display Form1.

      ***---
       CHIAMA-PRENSTAZ.
           perform CONTROLLA-CAMPI.
           if errori
              exit paragraph
           end-if.
           move ef-stazione-buf to psk-sta-code.
           move ef-atleta-buf   to psk-ath-code.
           move ef-data-buf     to psk-data.
           move ef-ora-buf      to psk-ora.
           move "R"             to psk-canale.
           call   "prenstaz" using prenstaz-linkage.
           cancel "prenstaz".
           if psk-ok
              display message psk-messaggio icon mb-information-icon
              perform MOSTRA-DISPONIBILITA
           else
              display message psk-messaggio icon mb-warning-icon
           end-if.

      ***---
       MOSTRA-DISPONIBILITA.
      *    Slot liberi della stazione nella data, in fila sulla riga
      *    sotto i campi (solo l'ora di inizio).
           perform CONTROLLA-CAMPI.
           if errori
              exit paragraph
           end-if.
           move spaces to ef-liberi-buf.
           if not sta-prenotabile-si or sta-slot-minuti = 0
              move "Stazione non prenotabile" to ef-liberi-buf
              display Form1
              exit paragraph
           end-if.
      *    Senza archivio delle prenotazioni gli slot sono tutti liberi.
           set archivio-aperto to false.
           open input prenstaz.
           if status-prenstaz = "00" or = "05"
              set archivio-aperto to true
           end-if.
           move sta-prenota-dalle to como-hhmm.
           compute minuti-slot = como-hhmm-hh * 60 + como-hhmm-mi.
           move sta-prenota-alle  to como-hhmm.
           compute minuti-alle = como-hhmm-hh * 60 + como-hhmm-mi.
           move "Liberi:" to ef-liberi-buf.
           move 9 to ix-liberi.
           perform until minuti-slot >= minuti-alle
                      or ix-liberi > 235
              divide minuti-slot by 60 giving ore-conv
                     remainder resto-conv
              move sta-code    to pst-sta-code
              move ef-data-buf to pst-data
              compute pst-ora = ore-conv * 100 + resto-conv
              if archivio-aperto
                 read prenstaz no lock
                      invalid perform AGGIUNGI-SLOT-LIBERO
                 end-read
              else
                 perform AGGIUNGI-SLOT-LIBERO
              end-if
              add sta-slot-minuti to minuti-slot
           end-perform.
           if ix-liberi = 9
              move "Nessuno slot libero" to ef-liberi-buf
           end-if.
           if archivio-aperto
              close prenstaz
           end-if.
           display Form1.

      ***---
       AGGIUNGI-SLOT-LIBERO.
           move ore-conv   to r-ora-hh.
           move resto-conv to r-ora-mi.
           move r-ora-disp to ef-liberi-buf(ix-liberi:5).
           add 6 to ix-liberi.

      ***---
       CHIUDI-FILES.
           close stations athletes.
