      *    all'ultima seduta residua e blocca a pacchetto esaurito.
      *    I saldi aperti per atleta e trainer escono da st-ptsaldi;
      *    l'agenda gptbook consuma da qui a seduta erogata.
      *    La vendita registra il modo di incasso (C contanti, P
      *    carta/POS, B bonifico, A addebito diretto) e l'operatore
      *    che ha venduto, per la chiusura cassa di gcassa, ed emette
      *    la ricevuta numerata (ricevuta/st-ricevuta).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-ptpacks       pic xx.
       77  status-athletes      pic xx.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 record-esistente  value 1 false 0.
       77  filler               pic 9.
           88 metodo-valido     value 1 false 0.

       77  sessioni-residue     pic 9(3).

      * EMISSIONE E STAMPA DELLE RICEVUTE
       copy "ricevuta.lks".
       77  esito-ricevuta       signed-short.
       77  stampante-ricevuta   pic x(200) value spaces.
       77  r-sessioni-disp      pic zz9.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-codice       value 1.
       78  78-ID-ef-trainer      value 2.
       78  78-ID-pb-salva        value 8.
       78  78-ID-pb-consuma      value 9.
       78  78-ID-pb-esci         value 10.
       78  78-ID-ef-metodo       value 11.

       77  control-id            pic 9(4).

       77  ef-sessioni-buf       pic 9(3).
       77  ef-consumate-buf      pic 9(3).
       77  ef-prezzo-buf         pic 9(5)v99.
       77  ef-metodo-buf         pic x.

       SCREEN SECTION.
       01  Form1.
                                            using ef-consumate-buf.
           05 ef-prezzo     line 7  col 22 pic 9(5)v99
                                            using ef-prezzo-buf.
           05 ef-metodo     line 8  col 22 pic x
                                            using ef-metodo-buf.
           05 pb-carica     line 9  col 5  pic x(10) value "Carica".
           05 pb-salva      line 9  col 20 pic x(10) value "Salva".
           05 pb-consuma    line 9  col 35 pic x(10) value "Consuma".
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
           move "gptpack"     to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
                     ef-prezzo-buf.
           accept ef-acquisto-buf from century-date.
           move spaces to ef-trainer-buf.
           move "C"    to ef-metodo-buf.

      ***---
       APRI-FILES.
           move ptk-sessioni-acquistate to ef-sessioni-buf.
           move ptk-sessioni-consumate  to ef-consumate-buf.
           move ptk-prezzo              to ef-prezzo-buf.
           if ptk-metodo not = spaces
              move ptk-metodo           to ef-metodo-buf
           end-if.
           display Form1.

      ***---
                         icon mb-warning-icon
              exit paragraph
           end-if.
           perform CONTROLLA-METODO.
           if not metodo-valido
              exit paragraph
           end-if.
           if ef-consumate-buf > ef-sessioni-buf
              display message "Consumate oltre le sedute comprate"
                         icon mb-warning-icon
           move ef-sessioni-buf  to ptk-sessioni-acquistate.
           move ef-consumate-buf to ptk-sessioni-consumate.
           move ef-prezzo-buf    to ptk-prezzo.
           move ef-metodo-buf    to ptk-metodo.
           move acc-operatore       to ptk-utente.
      *    L'operatore della vendita si fissa alla prima scrittura:
      *    le correzioni successive non spostano l'incasso di cassa.
           if not record-esistente
           or ptk-utente-vendita = spaces
              move acc-operatore       to ptk-utente-vendita
           end-if.
           if not record-esistente
              move 0 to ptk-ric-anno ptk-ric-numero
           end-if.

           if record-esistente
              rewrite ptk-rec
              write ptk-rec
                    invalid display message "Impossibile salvare"
                               icon mb-warning-icon
                not invalid perform EMETTI-RICEVUTA-PACCHETTO
              end-write
           end-if.

      ***---
       EMETTI-RICEVUTA-PACCHETTO.
      *    Ricevuta alla vendita, cioe' alla prima scrittura del
      *    pacchetto; un pacchetto omaggio (prezzo zero) non ne ha.
           if ptk-prezzo = 0
              exit paragraph
           end-if.
           initialize ricevuta-linkage.
           set ric-emissione     to true.
           set ric-da-pacchetto  to true.
           move ptk-code         to ric-ath-code.
           string ath-cognome    delimited "  "
                  " "            delimited size
                  ath-nome       delimited "  "
             into ric-intestatario
           end-string.
           move ptk-sessioni-acquistate to r-sessioni-disp.
           string "Pacchetto personal training "
                                 delimited size
                  r-sessioni-disp
                                 delimited size
                  " sedute, trainer "
                                 delimited size
                  ptk-trn-code   delimited size
             into ric-causale
           end-string.
           move ptk-prezzo       to ric-importo.
           move ptk-metodo       to ric-metodo.
           move ptk-key          to ric-rif-chiave.
           call   "ricevuta" using ricevuta-linkage esito-ricevuta.
           cancel "ricevuta".
           if esito-ricevuta not = 0
              display message "Pacchetto registrato ma ricevuta non "
                              "emessa: archivio ricevute occupato"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           move ric-anno   to ptk-ric-anno.
           move ric-numero to ptk-ric-numero.
           rewrite ptk-rec invalid continue end-rewrite.
           call   "st-ricevuta" using "R" ptk-ric-anno ptk-ric-numero
                                      stampante-ricevuta " "
                                      spaces " ".
           cancel "st-ricevuta".

      ***---
       CONSUMA-SESSIONE.
      *    Seduta erogata: si scala il contatore. All'ultima residua
              exit paragraph
           end-if.
           add 1 to ptk-sessioni-consumate.
           move acc-operatore       to ptk-utente.
           rewrite ptk-rec
                   invalid
                      display message "Impossibile salvare"
                         icon mb-information-icon
           end-if.

      ***---
       CONTROLLA-METODO.
           set metodo-valido to true.
           if ef-metodo-buf not = "C" and not = "P"
                        and not = "B" and not = "A"
              set metodo-valido to false
              display message "Modo di incasso: C contanti, P carta,"
                              " B bonifico, A addebito diretto"
                         icon mb-warning-icon
           end-if.

      ***---
       CHIUDI-FILES.
           close ptpacks athletes trainers.
