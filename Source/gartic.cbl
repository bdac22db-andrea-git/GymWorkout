       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      gartic.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Maintenance screen dei prodotti del negozio (articoli):
      *    descrizione, prezzo al pubblico IVA compresa, codice IVA
      *    (zoom CODIVA di zoom-gt, come in gcontimap), scorta minima
      *    e quantita' di riordino, fornitore e stato (A attivo,
      *    F fuori listino: non si vende piu' ma resta nello storico).
      *    La giacenza non si scrive a mano: "Carico" aggiunge i pezzi
      *    arrivati dal fornitore (nelle note la bolla), "Inventario"
      *    porta la giacenza ai pezzi contati sullo scaffale; tutti e
      *    due lasciano una riga in MOVMAG come fanno le vendite di
      *    gvendite. La lista di riordino e' st-riordino.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "articoli.sl".
       copy "movmag.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "articoli.fd".
       copy "movmag.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-articoli      pic xx.
       77  status-movmag        pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 record-esistente  value 1 false 0.

       77  differenza           pic s9(6).
       77  risposta             pic 9.
       77  r-quantita-disp      pic -(5)9.

      * ZOOM DEI CODICI IVA: codice x(3), descrizione x(50),
      * aliquota 9(3)v99 come nel tracciato della tabella CODIVA.
       77  como-file            pic x(20).
       01  rec-codiva.
           05 civ-codice        pic x(3).
           05 civ-desc          pic x(50).
           05 civ-aliquota      pic 9(3)v99.
       77  stato-zoom           signed-long.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-codice       value 1.
       78  78-ID-ef-desc         value 2.
       78  78-ID-ef-prezzo       value 3.
       78  78-ID-ef-codiva       value 4.
       78  78-ID-ef-scorta       value 5.
       78  78-ID-ef-riordino     value 6.
       78  78-ID-ef-fornitore    value 7.
       78  78-ID-ef-stato        value 8.
       78  78-ID-ef-quantita     value 9.
       78  78-ID-ef-note         value 10.
       78  78-ID-pb-carica       value 11.
       78  78-ID-pb-salva        value 12.
       78  78-ID-pb-articoli     value 13.
       78  78-ID-pb-iva          value 14.
       78  78-ID-pb-carico       value 15.
       78  78-ID-pb-inventario   value 16.
       78  78-ID-pb-esci         value 17.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-codice-buf         pic x(6).
       77  ef-desc-buf           pic x(50).
       77  ef-prezzo-buf         pic 9(5)v99.
       77  ef-codiva-buf         pic x(3).
       77  ef-desc-iva-buf       pic x(50).
       77  ef-scorta-buf         pic 9(5).
       77  ef-riordino-buf       pic 9(5).
       77  ef-fornitore-buf      pic x(40).
       77  ef-stato-buf          pic x.
       77  ef-giacenza-buf       pic s9(6).
       77  ef-quantita-buf       pic 9(5).
       77  ef-note-buf           pic x(40).

       SCREEN SECTION.
       01  Form1.
           05 ef-codice     line 2  col 22 pic x(6)
                                            using ef-codice-buf.
           05 ef-desc       line 3  col 22 pic x(50)
                                            using ef-desc-buf.
           05 ef-prezzo     line 4  col 22 pic 9(5)v99
                                            using ef-prezzo-buf.
           05 ef-codiva     line 5  col 22 pic x(3)
                                            using ef-codiva-buf.
           05 ef-desc-iva   line 5  col 28 pic x(50)
                                            using ef-desc-iva-buf.
           05 ef-scorta     line 6  col 22 pic 9(5)
                                            using ef-scorta-buf.
           05 ef-riordino   line 7  col 22 pic 9(5)
                                            using ef-riordino-buf.
           05 ef-fornitore  line 8  col 22 pic x(40)
                                            using ef-fornitore-buf.
           05 ef-stato      line 9  col 22 pic x
                                            using ef-stato-buf.
           05 ef-giacenza   line 10 col 22 pic -(5)9
                                            using ef-giacenza-buf.
           05 ef-quantita   line 12 col 22 pic 9(5)
                                            using ef-quantita-buf.
           05 ef-note       line 13 col 22 pic x(40)
                                            using ef-note-buf.
           05 pb-carica     line 15 col 5  pic x(10) value "Carica".
           05 pb-salva      line 15 col 20 pic x(10) value "Salva".
           05 pb-articoli   line 15 col 35 pic x(10) value "Articoli".
           05 pb-iva        line 15 col 50 pic x(10) value "Cod. IVA".
           05 pb-carico     line 16 col 5  pic x(10) value "Carico".
           05 pb-inventario line 16 col 20 pic x(10)
                                            value "Inventario".
           05 pb-esci       line 16 col 35 pic x(10) value "Esci".

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
           move "gartic"      to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           move spaces to ef-codice-buf ef-desc-buf ef-codiva-buf
                          ef-desc-iva-buf ef-fornitore-buf ef-note-buf.
           move 0      to ef-prezzo-buf ef-scorta-buf ef-riordino-buf
                          ef-giacenza-buf ef-quantita-buf.
           move "A"    to ef-stato-buf.

      ***---
       APRI-FILES.
           open i-o articoli.
           if status-articoli = "35"
              open output articoli
              close articoli
              open i-o articoli
           end-if.
           if status-articoli not = "00" and not = "05"
              set errori to true
           end-if.

           open i-o movmag.
           if status-movmag = "35"
              open output movmag
              close movmag
              open i-o movmag
           end-if.
           if status-movmag not = "00" and not = "05"
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
           copy "gartic-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-carica
                perform CARICA-RECORD
           when 78-ID-pb-salva
                perform SALVA-RECORD
           when 78-ID-pb-articoli
                perform ZOOM-ARTICOLI
           when 78-ID-pb-iva
                perform ZOOM-CODIVA
           when 78-ID-pb-carico
                perform CARICO-MERCE
           when 78-ID-pb-inventario
                perform RETTIFICA-INVENTARIO
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       CARICA-RECORD.
           move ef-codice-buf to art-code.
           read articoli
                invalid
                   display message "Articolo non presente"
                              icon mb-information-icon
                   move 0 to ef-giacenza-buf
                   display Form1
                   exit paragraph
           end-read.
           perform MOSTRA-ARTICOLO.

      ***---
       MOSTRA-ARTICOLO.
           move art-desc          to ef-desc-buf.
           move art-prezzo        to ef-prezzo-buf.
           move art-codiva        to ef-codiva-buf.
           move spaces            to ef-desc-iva-buf.
           move art-scorta-minima to ef-scorta-buf.
           move art-qta-riordino  to ef-riordino-buf.
           move art-fornitore     to ef-fornitore-buf.
           move art-stato         to ef-stato-buf.
           move art-giacenza      to ef-giacenza-buf.
           display Form1.

      ***---
       SALVA-RECORD.
           if ef-codice-buf = spaces
              display message "Codice articolo obbligatorio"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-desc-buf = spaces
              display message "Descrizione obbligatoria"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-codiva-buf = spaces
              display message "Codice IVA obbligatorio"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           inspect ef-stato-buf converting "af" to "AF".
           if ef-stato-buf not = "A" and not = "F"
              display message "Stato: A attivo, F fuori listino"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-prezzo-buf = 0 and ef-stato-buf = "A"
              display message "Prezzo di vendita obbligatorio"
                         icon mb-warning-icon
              exit paragraph
           end-if.

           move ef-codice-buf to art-code.
           read articoli
                invalid
                   set record-esistente to false
                   move 0 to art-giacenza
               not invalid
                   set record-esistente to true
           end-read.

           move ef-desc-buf      to art-desc.
           move ef-prezzo-buf    to art-prezzo.
           move ef-codiva-buf    to art-codiva.
           move ef-scorta-buf    to art-scorta-minima.
           move ef-riordino-buf  to art-qta-riordino.
           move ef-fornitore-buf to art-fornitore.
           move ef-stato-buf     to art-stato.
           move acc-operatore       to art-utente.

           if record-esistente
              rewrite art-rec
                      invalid display message "Impossibile salvare"
                                 icon mb-warning-icon
              end-rewrite
           else
              write art-rec
                    invalid display message "Impossibile salvare"
                               icon mb-warning-icon
              end-write
           end-if.
           move art-giacenza to ef-giacenza-buf.
           display Form1.

      ***---
       CARICO-MERCE.
      *    Merce arrivata dal fornitore: si somma alla giacenza.
           move ef-codice-buf to art-code.
           read articoli
                invalid
                   display message "Salvare l'articolo prima del "
                                   "carico" icon mb-warning-icon
                   exit paragraph
           end-read.
           if ef-quantita-buf = 0
              display message "Quantita' caricata obbligatoria"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           move ef-quantita-buf to differenza.
           set mvm-carico to true.
           perform REGISTRA-MOVIMENTO.

      ***---
       RETTIFICA-INVENTARIO.
      *    Conta dello scaffale: la quantita' indicata e' la nuova
      *    giacenza, il movimento porta la differenza (anche zero,
      *    a testimonianza dell'inventario fatto).
           move ef-codice-buf to art-code.
           read articoli
                invalid
                   display message "Articolo non presente"
                              icon mb-warning-icon
                   exit paragraph
           end-read.
           compute differenza = ef-quantita-buf - art-giacenza.
           move differenza to r-quantita-disp.
           display message box "Giacenza a " ef-quantita-buf
                               ": rettifica di " r-quantita-disp
                               " pezzi. Confermi?"
                   type mb-yes-no
                   icon mb-question-icon
                   default mb-no
                   giving risposta.
           if risposta not = mb-yes
              exit paragraph
           end-if.
           set mvm-rettifica to true.
           perform REGISTRA-MOVIMENTO.

      ***---
       REGISTRA-MOVIMENTO.
      *    Tipo gia' impostato in mvm-tipo, articolo letto, pezzi in
      *    differenza (col segno).
           add differenza to art-giacenza.
           move acc-operatore       to art-utente.
           rewrite art-rec
                   invalid
                      display message "Impossibile salvare"
                                 icon mb-warning-icon
                      exit paragraph
           end-rewrite.
           move art-code        to mvm-art-code.
           accept mvm-data      from century-date.
           accept mvm-ora       from time.
           move differenza      to mvm-quantita.
           move art-giacenza    to mvm-giacenza-dopo.
           move 0               to mvm-ven-data mvm-ven-numero.
           move ef-note-buf     to mvm-note.
           move acc-operatore       to mvm-utente.
           write mvm-rec invalid continue end-write.
           move art-giacenza to ef-giacenza-buf.
           move 0            to ef-quantita-buf.
           move spaces       to ef-note-buf.
           display Form1.

      ***---
       ZOOM-ARTICOLI.
           move "articoli"    to como-file.
           move spaces        to art-rec.
           move ef-codice-buf to art-code.
           call   "zoom-gt" using como-file art-rec
                           giving stato-zoom.
           cancel "zoom-gt".
           if stato-zoom = 0
              move art-code to ef-codice-buf
              perform CARICA-RECORD
           end-if.

      ***---
       ZOOM-CODIVA.
           move "codiva"      to como-file.
           move spaces        to rec-codiva.
           move ef-codiva-buf to civ-codice.
           call   "zoom-gt" using como-file rec-codiva
                           giving stato-zoom.
           cancel "zoom-gt".
           if stato-zoom = 0
              move civ-codice to ef-codiva-buf
              move civ-desc   to ef-desc-iva-buf
              display Form1
           end-if.

      ***---
       CHIUDI-FILES.
           close articoli movmag.
