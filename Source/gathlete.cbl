      *    nextcode (contatore COUNTERS sotto lock di record): con due
      *    terminali di reception aperti il "prossimo libero" non puo'
      *    piu' uscire doppio.
      *    Il dipendente di un'azienda convenzionata (AZIENDE, vedi
      *    gaziende) si lega qui all'azienda: da quel momento le rate
      *    dei suoi abbonamenti le paga l'azienda.
      *    Un doppione gia' fuso in un altro codice (stato "F", vedi
      *    mrg-athletes) si apre solo in lettura: si lavora sul
      *    superstite. Lo stato "F" non si assegna a mano.
      *    Il sesso (M/F, facoltativo) serve alle tabelle normative
      *    della batteria di test (gfitsess): senza, i test si
      *    registrano ma restano senza giudizio.
      *    Il contatto di emergenza (nome e telefono della persona da
      *    avvisare) esce sull'appello di evacuazione (st-evacuazione).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       copy "wodmap.sl".
       copy "trainers.sl".
       copy "auditjrn.sl".
       copy "aziende.sl".

      *****************************************************************
       DATA DIVISION.
       copy "wodmap.fd".
       copy "trainers.fd".
       copy "auditjrn.fd".
       copy "aziende.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-athletes      pic xx.
       77  status-wodmap        pic xx.
       77  status-trainers      pic xx.
       77  status-auditjrn      pic xx.
       77  status-aziende       pic xx.
       77  wk-vecchio-wom-code  pic 9(3).
       77  r-fuso-in            pic z(17)9.

      * DISPENSA DEL NUOVO CODICE (nextcode su COUNTERS): il nome
      * del contatore viaggia in un campo largo quanto il link-nome
       78  78-ID-ef-stato        value 9.
       78  78-ID-ef-trainer      value 10.
       78  78-ID-ef-lingua       value 11.
       78  78-ID-ef-azienda      value 12.
       78  78-ID-ef-sesso        value 13.
       78  78-ID-pb-salva        value 14.
       78  78-ID-pb-nuovo        value 15.
       78  78-ID-pb-esci         value 16.
       78  78-ID-ef-emerg-nome   value 17.
       78  78-ID-ef-emerg-tel    value 18.

       77  control-id            pic 9(4).

       77  ef-stato-buf          pic x.
       77  ef-trainer-buf        pic x(5).
       77  ef-lingua-buf         pic x(2).
       77  ef-azienda-buf        pic x(5).
       77  ef-sesso-buf          pic x.
       77  ef-emerg-nome-buf     pic x(40).
       77  ef-emerg-tel-buf      pic x(20).

       SCREEN SECTION.
       01  Form1.
                                            using ef-trainer-buf.
           05 ef-lingua     line 12 col 22 pic x(2)
                                            using ef-lingua-buf.
           05 ef-azienda    line 13 col 22 pic x(5)
                                            using ef-azienda-buf.
           05 ef-sesso      line 14 col 22 pic x
                                            using ef-sesso-buf.
           05 ef-emerg-nome line 15 col 22 pic x(40)
                                            using ef-emerg-nome-buf.
           05 ef-emerg-tel  line 16 col 22 pic x(20)
                                            using ef-emerg-tel-buf.
           05 pb-salva      line 18 col 5  pic x(10) value "Salva".
           05 pb-nuovo      line 18 col 20 pic x(10) value "Nuovo".
           05 pb-esci       line 18 col 35 pic x(10) value "Esci".

       LINKAGE SECTION.
       77  link-ath-code          pic 9(18).
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
           end-if.
           goback.

      ***---
       CONTROLLA-ACCESSO.
           set acc-controllo to true.
           move "gathlete"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           end-if.

           open i-o wodmap.
           open input trainers aziende.

           open i-o auditjrn.
           if status-auditjrn = "35"
                   invalid perform PREDISPONI-NUOVO
                  not invalid perform CARICA-DA-RECORD
              end-read
              if ath-fuso
                 move ath-fuso-in to r-fuso-in
                 display message "Atleta fuso nel codice " r-fuso-in
                                 ": i dati sono su quel codice"
                            icon mb-information-icon
              end-if
           end-if.

      ***---
           move ath-stato            to ef-stato-buf.
           move ath-trainer-code     to ef-trainer-buf.
           move ath-lingua           to ef-lingua-buf.
           move ath-azi-code         to ef-azienda-buf.
           move ath-sesso            to ef-sesso-buf.
           move ath-emergenza-nome   to ef-emerg-nome-buf.
           move ath-emergenza-telefono
                                     to ef-emerg-tel-buf.

      ***---
       GESTIONE-SCHERMO.

      ***---
       SALVA-RECORD.
           if not modo-nuovo and ath-fuso
              move ath-fuso-in to r-fuso-in
              display message "Atleta fuso nel codice " r-fuso-in
                              ": modificare quello"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-stato-buf = "F"
              display message "Lo stato F si assegna solo con la "
                              "fusione dei codici"
                         icon mb-warning-icon
              exit paragraph
           end-if.

           inspect ef-sesso-buf converting "mf" to "MF".
           if ef-sesso-buf not = "M" and not = "F" and not = spaces
              display message "Sesso: M, F o vuoto"
                         icon mb-warning-icon
              exit paragraph
           end-if.

           if ef-wom-buf not = 0
              move ef-wom-buf to wom-code
              read wodmap
              end-read
           end-if.

      *    Un legame nuovo si accetta solo verso un'azienda con la
      *    convenzione in corso; quello gia' registrato resta.
           if ef-azienda-buf not = spaces
              move ef-azienda-buf to azi-code
              read aziende
                   invalid
                      display message "Azienda " ef-azienda-buf
                                 " inesistente" icon mb-warning-icon
                      exit paragraph
              end-read
              if azi-cessata
              and ef-azienda-buf not = ath-azi-code
                 display message "Convenzione con " ef-azienda-buf
                                 " cessata" icon mb-warning-icon
                 exit paragraph
              end-if
           end-if.

           move ath-wom-code      to wk-vecchio-wom-code.

           move ef-codice-buf     to ath-code.
           move ef-stato-buf      to ath-stato.
           move ef-trainer-buf    to ath-trainer-code.
           move ef-lingua-buf     to ath-lingua.
           move ef-azienda-buf    to ath-azi-code.
           move ef-sesso-buf      to ath-sesso.
           move ef-emerg-nome-buf to ath-emergenza-nome.
           move ef-emerg-tel-buf  to ath-emergenza-telefono.

           if modo-nuovo
              move spaces to wk-ath-prima
           accept aud-data   from century-date.
           accept aud-ora    from time.
           move spaces       to aud-motivo.
           move acc-operatore       to aud-utente.
           if wk-ath-prima = spaces
              set aud-op-creazione to true
           else

      ***---
       CHIUDI-FILES.
           close athletes wodmap trainers auditjrn aziende.
