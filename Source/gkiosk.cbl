      *    slot pre-compilati: niente codici atleta, niente modelli,
      *    niente giornate altrui. I set che prima restavano sulla
      *    lavagna finiscono nello storico anche senza trainer in sala.
      *    Il minorenne senza consenso firmato del tutore (registro
      *    TUTORI, gtutori) non apre la sessione: senza coach in sala
      *    l'assicurazione non lo copre.
      *    Dal chiosco l'atleta in sessione prenota per oggi lo slot
      *    di una stazione a numero limitato (PRENSTAZ, stesso
      *    subprogramma prenstaz della reception, canale K); al
      *    salvataggio di un set su una stazione prenotata da altri
      *    nello slot in corso compare un avviso.
      *    Le righe RWODBOOK preparate e salvate vanno anche al
      *    giornale di giornata TXJRN (subprogramma giornale).
      *    L'atleta a riposo per un infortunio (caso di rientro in
      *    RIENTRI, grientri) non apre la sessione; in riabilitazione
      *    il chiosco non salva le serie degli esercizi esclusi, in
      *    carico parziale avvisa.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       copy "rwodbook.sl".
       copy "mesoplan.sl".
       copy "macrogroups.sl".
       copy "tutori.sl".
       copy "exercises.sl".

      *****************************************************************
       DATA DIVISION.
       copy "rwodbook.fd".
       copy "mesoplan.fd".
       copy "macrogroups.fd".
       copy "tutori.fd".
       copy "exercises.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "prenstaz.lks".
       copy "giornale.lks".
       77  esito-giornale        signed-short.
       copy "rientro.lks".

       77  status-badges        pic xx.
       77  status-athletes      pic xx.
       77  status-rwodbook      pic xx.
       77  status-mesoplan      pic xx.
       77  status-macrogroups   pic xx.
       77  status-tutori        pic xx.
       77  status-exercises     pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 slot-descritto    value 1 false 0.
       77  filler               pic 9.
           88 sigla-trovata     value 1 false 0.
       77  filler               pic 9.
           88 consenso-presente value 1 false 0.
       77  data-maggiore-eta    pic 9(8).

       77  oggi                 pic 9(8).
       77  ora-adesso           pic 9(8).
       77  atleta-in-sessione   pic 9(18).
       77  modello-del-giorno   pic 9(3).
       77  prossimo-giorno      pic 9.
       78  78-ID-pb-chiudi       value 9.
       78  78-ID-pb-esci         value 10.
       78  78-ID-ef-valcond      value 11.
       78  78-ID-ef-prenstaz     value 12.
       78  78-ID-ef-prenora      value 13.
       78  78-ID-pb-prenota      value 14.

       77  control-id            pic 9(4).

       77  ef-kg-buf             pic x(3).
       77  ef-buf-buf            pic x(3).
       77  ef-valcond-buf        pic 9(5).
       77  ef-prenstaz-buf       pic x(5).
       77  ef-prenora-buf        pic 9(4).

       SCREEN SECTION.
       01  Form1.
           05 pb-chiudi     line 12 col 20 pic x(12)
                                            value "Chiudi".
           05 pb-esci       line 12 col 35 pic x(12) value "Esci".
           05 ef-prenstaz   line 14 col 22 pic x(5)
                                            using ef-prenstaz-buf.
           05 ef-prenora    line 14 col 30 pic 9(4)
                                            using ef-prenora-buf.
           05 pb-prenota    line 14 col 40 pic x(12)
                                            value "Prenota".

      ******************************************************************
       PROCEDURE DIVISION.
           move 1 to ef-slot-buf ef-set-buf.
           move spaces to ef-rep-buf ef-kg-buf ef-buf-buf.
           move 0 to ef-valcond-buf.
           move spaces to ef-prenstaz-buf.
           move 0 to ef-prenora-buf.

      ***---
       APRI-FILES.
              set errori to true
           end-if.

           open input badges athletes wodmap mesoplan macrogroups
                      tutori exercises.

      ***---
       GESTIONE-SCHERMO.
                perform APRI-SESSIONE
           when 78-ID-pb-salvaset
                perform SALVA-SET
           when 78-ID-pb-prenota
                perform PRENOTA-STAZIONE
           when 78-ID-pb-chiudi
                perform PULISCI-SESSIONE
                display Form1
                         icon mb-stop-icon
              exit paragraph
           end-if.
           if bdg-trn-code not = spaces
              display message "Badge del personale: si timbra in "
                              "reception" icon mb-stop-icon
              exit paragraph
           end-if.
           move bdg-ath-code to ath-code.
           read athletes
                invalid
                              icon mb-stop-icon
                   exit paragraph
           end-read.
           perform CONTROLLA-MINORE.
           if not consenso-presente
              display message "Atleta minorenne senza consenso del "
                              "tutore: passare in reception"
                         icon mb-stop-icon
              exit paragraph
           end-if.
           move ath-code to rnk-ath-code.
           move spaces   to rnk-exe-code rnk-mcg-code.
           perform CONTROLLA-RIENTRO.
           if rnk-vietato
              display message "Atleta a riposo per infortunio: "
                              "passare in reception"
                         icon mb-stop-icon
              exit paragraph
           end-if.
           if not rnk-nessun-caso
              display message rnk-messaggio
                         icon mb-information-icon
           end-if.

           perform RISOLVI-MODELLO-OGGI.
           if modello-del-giorno = 0
           perform DESCRIVI-GIORNO.
           display Form1.

      ***---
       CONTROLLA-MINORE.
      *    Maggiorenne (o senza data di nascita) = via libera; il
      *    minorenne passa solo con una riga TUTORI col consenso
      *    firmato, come in gcheckin.
           set consenso-presente to true.
           if ath-data-nascita = 0
              exit paragraph
           end-if.
           compute data-maggiore-eta = ath-data-nascita + 180000.
           if data-maggiore-eta <= oggi
              exit paragraph
           end-if.
           set consenso-presente to false.
           move ath-code  to tut-code.
           move low-value to tut-progr.
           start tutori key is >= tut-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read tutori next at end exit perform end-read
              if tut-code not = ath-code
                 exit perform
              end-if
              if tut-data-consenso not = 0 and
                 tut-data-consenso <= oggi
                 set consenso-presente to true
                 exit perform
              end-if
           end-perform.

      ***---
       RISOLVI-MODELLO-OGGI.
      *    Modello in vigore oggi: se il piano mesocicli (gmesocyc)
           write rod-rec
                 invalid add 1 to num-esistenti
             not invalid add 1 to num-preparate
                         set gnk-scrittura to true
                         perform GIORNALE-RWODBOOK
           end-write.

      ***---
                                    ef-slot-buf icon mb-warning-icon
                   exit paragraph
           end-read.
           move atleta-in-sessione to rnk-ath-code.
           move rod-exe-code       to rnk-exe-code.
           move rod-mcg-code       to rnk-mcg-code.
           perform CONTROLLA-RIENTRO.
           if rnk-vietato
              display message rnk-messaggio icon mb-stop-icon
              exit paragraph
           end-if.
           if rnk-avviso
              display message rnk-messaggio icon mb-warning-icon
           end-if.

           move ef-rep-buf to rod-rep(ef-set-buf).
           move ef-kg-buf  to rod-kg(ef-set-buf).
           rewrite rod-rec
                   invalid display message "Impossibile salvare"
                              icon mb-warning-icon
               not invalid
                   set gnk-riscrittura to true
                   perform GIORNALE-RWODBOOK
                   perform AVVISA-STAZIONE-PRENOTATA
           end-rewrite.

           move spaces to ef-rep-buf ef-kg-buf ef-buf-buf.
           move 0 to ef-valcond-buf.
           display Form1.

      ***---
       CONTROLLA-RIENTRO.
      *    Caso di rientro dopo infortunio, sulla giornata di oggi.
           set rnk-verifica to true.
           move oggi        to rnk-data.
           move 0           to rnk-ora.
           call   "rientro" using rientro-linkage.
           cancel "rientro".

      ***---
       PRENOTA-STAZIONE.
      *    Al chiosco si prenota solo per se' e solo per oggi; tutti
      *    i controlli (slot, doppioni, tetto giornaliero) stanno in
      *    prenstaz.
           if not sessione-aperta
              display message "Strisciare prima il badge"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           move "P"                to psk-operazione.
           move ef-prenstaz-buf    to psk-sta-code.
           move atleta-in-sessione to psk-ath-code.
           move oggi               to psk-data.
           move ef-prenora-buf     to psk-ora.
           move "K"                to psk-canale.
           call   "prenstaz" using prenstaz-linkage.
           cancel "prenstaz".
           if psk-ok
              display message psk-messaggio icon mb-information-icon
              move spaces to ef-prenstaz-buf
              move 0      to ef-prenora-buf
              display Form1
           else
              display message psk-messaggio icon mb-warning-icon
           end-if.

      ***---
       AVVISA-STAZIONE-PRENOTATA.
      *    Stazione dell'esercizio prenotata da un altro atleta nello
      *    slot dell'ora corrente: solo un avviso, come in glogwod.
           if rod-exe-code = spaces
              exit paragraph
           end-if.
           move rod-exe-code to exe-code.
           read exercises
                invalid exit paragraph
           end-read.
           if exe-sta-code = spaces
              exit paragraph
           end-if.
           accept ora-adesso from time.
           move "V"                to psk-operazione.
           move exe-sta-code       to psk-sta-code.
           move atleta-in-sessione to psk-ath-code.
           move oggi               to psk-data.
           move ora-adesso(1:4)    to psk-ora.
           move "K"                to psk-canale.
           call   "prenstaz" using prenstaz-linkage.
           cancel "prenstaz".
           if psk-rifiutato
              display message psk-messaggio icon mb-warning-icon
           end-if.

      ***---
       GIORNALE-RWODBOOK.
      *    Immagine dopo al giornale di giornata: l'operazione (W/R/D)
      *    la imposta chi chiama, subito dopo l'I/O riuscito.
           move "gkiosk"   to gnk-programma.
           move "rwodbook" to gnk-file.
           move rod-rec    to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       CHIUDI-FILES.
           close rwodbook badges athletes wodmap mesoplan macrogroups
                 tutori exercises.
