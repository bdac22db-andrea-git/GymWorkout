       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      gfitsess.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Registrazione della sessione di test di un atleta (FITRES):
      *    atleta e data della sessione, una riga per ogni test attivo
      *    del catalogo FITTEST (fino a dieci, in ordine di codice)
      *    col punteggio nell'unita' del test. "Carica" mostra i
      *    punteggi gia' registrati quel giorno col giudizio e il
      *    punteggio della sessione precedente; "Salva" scrive i
      *    punteggi non a zero e toglie quelli azzerati. Il giudizio
      *    (scarso, insufficiente, nella media, buono, eccellente) lo
      *    da' la norma FITNORME del test per il sesso dell'atleta
      *    (ATHLETES) e la sua eta' il giorno della sessione; senza
      *    sesso, data di nascita o norma per la fascia il punteggio
      *    si registra senza giudizio. "Stampa" fa la scheda dei
      *    risultati dell'atleta (st-fittest).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "fitres.sl".
       copy "fittest.sl".
       copy "fitnorme.sl".
       copy "athletes.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "fitres.fd".
       copy "fittest.fd".
       copy "fitnorme.fd".
       copy "athletes.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".
       copy "fitgiud.def".

       77  status-fitres        pic xx.
       77  status-fittest       pic xx.
       77  status-fitnorme      pic xx.
       77  status-athletes      pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 atleta-valido     value 1 false 0.
       77  filler               pic 9.
           88 primo-giro-prec   value 1 false 0.
       77  filler               pic 9.
           88 precedente-trovato value 1 false 0.

       77  oggi                 pic 9(8).
       77  ix                   pic 99.
       77  iy                   pic 9.
       77  num-test             pic 99.
       77  eta-test             pic 9(3).
       77  giudizio-test        pic 9.
       77  num-registrati       pic 99.
       77  num-tolti            pic 99.
       77  num-senza-norma      pic 99.
       77  stampante-fittest    pic x(200) value spaces.

      * TEST ATTIVI DEL CATALOGO, UNO PER RIGA DELLA SCREEN
       01  tab-test.
           05 tt-el             occurs 10.
              10 tt-code        pic x(5).
              10 tt-desc        pic x(40).
              10 tt-unita       pic x(10).
              10 tt-verso       pic x.

       77  r-valore             pic zzzz9,99.
       77  como-esito           pic x(50).
       77  r-eta                pic zz9.

       01  como-data-calcolo.
           05 como-data-anno    pic 9(4).
           05 como-data-mese    pic 99.
           05 como-data-gg      pic 99.
       01  r-data-disp.
           05 r-data-gg         pic 99.
           05 filler            pic x value "/".
           05 r-data-mese       pic 99.
           05 filler            pic x value "/".
           05 r-data-anno       pic 9(4).

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-codice       value 1.
       78  78-ID-ef-data         value 2.
       78  78-ID-ef-valore-1     value 3.
       78  78-ID-ef-valore-2     value 4.
       78  78-ID-ef-valore-3     value 5.
       78  78-ID-ef-valore-4     value 6.
       78  78-ID-ef-valore-5     value 7.
       78  78-ID-ef-valore-6     value 8.
       78  78-ID-ef-valore-7     value 9.
       78  78-ID-ef-valore-8     value 10.
       78  78-ID-ef-valore-9     value 11.
       78  78-ID-ef-valore-10    value 12.
       78  78-ID-pb-carica       value 13.
       78  78-ID-pb-salva        value 14.
       78  78-ID-pb-stampa       value 15.
       78  78-ID-pb-esci         value 16.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-codice-buf         pic 9(18).
       77  ef-data-buf           pic 9(8).
       77  ef-nominativo-buf     pic x(81).
      *    Test della riga (descrizione e unita'), solo in visione.
       01  ef-righe-test-buf.
           05 ef-test-1-buf      pic x(52).
           05 ef-test-2-buf      pic x(52).
           05 ef-test-3-buf      pic x(52).
           05 ef-test-4-buf      pic x(52).
           05 ef-test-5-buf      pic x(52).
           05 ef-test-6-buf      pic x(52).
           05 ef-test-7-buf      pic x(52).
           05 ef-test-8-buf      pic x(52).
           05 ef-test-9-buf      pic x(52).
           05 ef-test-10-buf     pic x(52).
       01  filler redefines ef-righe-test-buf.
           05 ef-test-buf        pic x(52) occurs 10.
       01  ef-valori-buf.
           05 ef-valore-1-buf    pic 9(5)v99.
           05 ef-valore-2-buf    pic 9(5)v99.
           05 ef-valore-3-buf    pic 9(5)v99.
           05 ef-valore-4-buf    pic 9(5)v99.
           05 ef-valore-5-buf    pic 9(5)v99.
           05 ef-valore-6-buf    pic 9(5)v99.
           05 ef-valore-7-buf    pic 9(5)v99.
           05 ef-valore-8-buf    pic 9(5)v99.
           05 ef-valore-9-buf    pic 9(5)v99.
           05 ef-valore-10-buf   pic 9(5)v99.
       01  filler redefines ef-valori-buf.
           05 ef-valore-buf      pic 9(5)v99 occurs 10.
      *    Giudizio e sessione precedente, solo in visione.
       01  ef-esiti-buf.
           05 ef-esito-1-buf     pic x(50).
           05 ef-esito-2-buf     pic x(50).
           05 ef-esito-3-buf     pic x(50).
           05 ef-esito-4-buf     pic x(50).
           05 ef-esito-5-buf     pic x(50).
           05 ef-esito-6-buf     pic x(50).
           05 ef-esito-7-buf     pic x(50).
           05 ef-esito-8-buf     pic x(50).
           05 ef-esito-9-buf     pic x(50).
           05 ef-esito-10-buf    pic x(50).
       01  filler redefines ef-esiti-buf.
           05 ef-esito-buf       pic x(50) occurs 10.

       SCREEN SECTION.
       01  Form1.
           05 ef-codice     line 2  col 22 pic 9(18)
                                            using ef-codice-buf.
           05 ef-data       line 3  col 22 pic 9(8)
                                            using ef-data-buf.
           05 ef-nominativo line 4  col 22 pic x(81)
                                            using ef-nominativo-buf.
           05 ef-test-1     line 6  col 2  pic x(52)
                                            using ef-test-1-buf.
           05 ef-valore-1   line 6  col 56 pic 9(5)v99
                                            using ef-valore-1-buf.
           05 ef-esito-1    line 6  col 68 pic x(50)
                                            using ef-esito-1-buf.
           05 ef-test-2     line 7  col 2  pic x(52)
                                            using ef-test-2-buf.
           05 ef-valore-2   line 7  col 56 pic 9(5)v99
                                            using ef-valore-2-buf.
           05 ef-esito-2    line 7  col 68 pic x(50)
                                            using ef-esito-2-buf.
           05 ef-test-3     line 8  col 2  pic x(52)
                                            using ef-test-3-buf.
           05 ef-valore-3   line 8  col 56 pic 9(5)v99
                                            using ef-valore-3-buf.
           05 ef-esito-3    line 8  col 68 pic x(50)
                                            using ef-esito-3-buf.
           05 ef-test-4     line 9  col 2  pic x(52)
                                            using ef-test-4-buf.
           05 ef-valore-4   line 9  col 56 pic 9(5)v99
                                            using ef-valore-4-buf.
           05 ef-esito-4    line 9  col 68 pic x(50)
                                            using ef-esito-4-buf.
           05 ef-test-5     line 10 col 2  pic x(52)
                                            using ef-test-5-buf.
           05 ef-valore-5   line 10 col 56 pic 9(5)v99
                                            using ef-valore-5-buf.
           05 ef-esito-5    line 10 col 68 pic x(50)
                                            using ef-esito-5-buf.
           05 ef-test-6     line 11 col 2  pic x(52)
                                            using ef-test-6-buf.
           05 ef-valore-6   line 11 col 56 pic 9(5)v99
                                            using ef-valore-6-buf.
           05 ef-esito-6    line 11 col 68 pic x(50)
                                            using ef-esito-6-buf.
           05 ef-test-7     line 12 col 2  pic x(52)
                                            using ef-test-7-buf.
           05 ef-valore-7   line 12 col 56 pic 9(5)v99
                                            using ef-valore-7-buf.
           05 ef-esito-7    line 12 col 68 pic x(50)
                                            using ef-esito-7-buf.
           05 ef-test-8     line 13 col 2  pic x(52)
                                            using ef-test-8-buf.
           05 ef-valore-8   line 13 col 56 pic 9(5)v99
                                            using ef-valore-8-buf.
           05 ef-esito-8    line 13 col 68 pic x(50)
                                            using ef-esito-8-buf.
           05 ef-test-9     line 14 col 2  pic x(52)
                                            using ef-test-9-buf.
           05 ef-valore-9   line 14 col 56 pic 9(5)v99
                                            using ef-valore-9-buf.
           05 ef-esito-9    line 14 col 68 pic x(50)
                                            using ef-esito-9-buf.
           05 ef-test-10    line 15 col 2  pic x(52)
                                            using ef-test-10-buf.
           05 ef-valore-10  line 15 col 56 pic 9(5)v99
                                            using ef-valore-10-buf.
           05 ef-esito-10   line 15 col 68 pic x(50)
                                            using ef-esito-10-buf.
           05 pb-carica     line 17 col 5  pic x(10) value "Carica".
           05 pb-salva      line 17 col 20 pic x(10) value "Salva".
           05 pb-stampa     line 17 col 35 pic x(10) value "Stampa".
           05 pb-esci       line 17 col 50 pic x(10) value "Esci".

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
              perform CARICA-CATALOGO
              perform GESTIONE-SCHERMO
              perform CHIUDI-FILES
           end-if.
           goback.

      ***---
       CONTROLLA-ACCESSO.
           set acc-controllo to true.
           move "gfitsess"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           accept oggi from century-date.
           move 0    to ef-codice-buf.
           move oggi to ef-data-buf.
           move spaces to ef-nominativo-buf ef-righe-test-buf.
           perform PULISCI-RISULTATI.

      ***---
       PULISCI-RISULTATI.
           move 0      to ef-valori-buf.
           move spaces to ef-esiti-buf.

      ***---
       APRI-FILES.
           open i-o fitres.
           if status-fitres = "35"
              open output fitres
              close fitres
              open i-o fitres
           end-if.
           if status-fitres not = "00" and not = "05"
              set errori to true
           end-if.

      *    Senza norme ancora compilate i punteggi si registrano
      *    comunque, senza giudizio.
           open input fitnorme.
           if status-fitnorme = "35"
              open output fitnorme
              close fitnorme
              open input fitnorme
           end-if.

           open input fittest athletes.
           if status-fittest not = "00" and not = "05"
              display message "Catalogo dei test vuoto: "
                              "compilarlo in gfittest"
                         icon mb-warning-icon
              close fitres
              set errori to true
           end-if.

      ***---
       CARICA-CATALOGO.
      *    I test attivi in ordine di codice, uno per riga.
           move 0 to num-test.
           initialize tab-test.
           move low-value to ftt-code.
           start fittest key is >= ftt-code
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read fittest next
                         at end exit perform
                    end-read
                    if ftt-attivo
                       if num-test = 10
                          display message "Piu' di dieci test attivi: "
                                          "in sessione vanno i primi "
                                          "dieci del catalogo"
                                     icon mb-warning-icon
                          exit perform
                       end-if
                       add 1 to num-test
                       move ftt-code  to tt-code(num-test)
                       move ftt-desc  to tt-desc(num-test)
                       move ftt-unita to tt-unita(num-test)
                       move ftt-verso to tt-verso(num-test)
                       string ftt-desc  delimited "  "
                              " ("      delimited size
                              ftt-unita delimited "  "
                              ")"       delimited size
                         into ef-test-buf(num-test)
                       end-string
                    end-if
                 end-perform
           end-start.

      ***---
       GESTIONE-SCHERMO.
           display Form1.
           perform until fine-programma
              accept Form1
              perform GESTIONE-CONTROLLI
           end-perform.

      ***---
       GESTIONE-CONTROLLI.
           copy "gfitsess-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-carica
                perform CARICA-SESSIONE
           when 78-ID-pb-salva
                perform SALVA-SESSIONE
           when 78-ID-pb-stampa
                perform STAMPA-SCHEDA
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       LEGGI-ATLETA.
           set atleta-valido to false.
           move spaces to ef-nominativo-buf.
           if ef-data-buf = 0
              move oggi to ef-data-buf
           end-if.
           move ef-codice-buf to ath-code.
           read athletes no lock
                invalid
                   display Form1
                   display message "Atleta inesistente"
                              icon mb-warning-icon
                   exit paragraph
           end-read.
           if ath-fuso or ath-anonimizzato
              display Form1
              display message "Atleta fuso o anonimizzato: "
                              "nessuna sessione di test"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           set atleta-valido to true.
           perform CALCOLA-ETA.
           move eta-test to r-eta.
           string ath-cognome delimited "  "
                  " "         delimited size
                  ath-nome    delimited "  "
                  " - sesso " delimited size
                  ath-sesso   delimited size
                  " - anni "  delimited size
                  r-eta       delimited size
             into ef-nominativo-buf
           end-string.

      ***---
       CALCOLA-ETA.
      *    Anni compiuti alla data della sessione (0 = nascita non
      *    indicata o successiva).
           move 0 to eta-test.
           if ath-data-nascita not = 0
           and ath-data-nascita < ef-data-buf
              compute eta-test =
                      (ef-data-buf - ath-data-nascita) / 10000
           end-if.

      ***---
       CARICA-SESSIONE.
           perform PULISCI-RISULTATI.
           perform LEGGI-ATLETA.
           if not atleta-valido
              exit paragraph
           end-if.
           perform varying ix from 1 by 1 until ix > num-test
              move ef-codice-buf to ftr-ath-code
              move ef-data-buf   to ftr-data
              move tt-code(ix)   to ftr-test-code
              read fitres no lock
                   invalid continue
               not invalid
                   move ftr-valore to ef-valore-buf(ix)
                   compute iy = ftr-giudizio + 1
                   move desc-giudizio-test(iy) to ef-esito-buf(ix)
              end-read
              perform CERCA-PRECEDENTE
              if precedente-trovato
                 move ftr-valore to r-valore
                 move ftr-data   to como-data-calcolo
                 perform COMPONI-DATA
                 move ef-esito-buf(ix) to como-esito
                 move spaces           to ef-esito-buf(ix)
                 string como-esito       delimited "  "
                        " prec. "        delimited size
                        r-valore         delimited size
                        " del "          delimited size
                        r-data-disp      delimited size
                   into ef-esito-buf(ix)
                 end-string
              end-if
           end-perform.
           display Form1.

      ***---
       CERCA-PRECEDENTE.
      *    Ultimo punteggio dell'atleta per il test della riga in una
      *    sessione prima di quella a video (chiave all'indietro, col
      *    primo giro in avanti per leggere il record su cui la START
      *    si e' posizionata).
           set precedente-trovato to false.
           move ef-codice-buf to ftr-ath-code.
           move ef-data-buf   to ftr-data.
           move low-value     to ftr-test-code.
           start fitres key is <= ftr-key
                 invalid continue
             not invalid
                 set primo-giro-prec to true
                 perform until 1 = 2
                    if primo-giro-prec
                       read fitres next no lock
                            at end exit perform
                       end-read
                       set primo-giro-prec to false
                    else
                       read fitres previous no lock
                            at end exit perform
                       end-read
                    end-if
                    if ftr-ath-code not = ef-codice-buf
                       exit perform
                    end-if
                    if ftr-data < ef-data-buf
                    and ftr-test-code = tt-code(ix)
                       set precedente-trovato to true
                       exit perform
                    end-if
                 end-perform
           end-start.

      ***---
       SALVA-SESSIONE.
           perform LEGGI-ATLETA.
           if not atleta-valido
              exit paragraph
           end-if.
           if ef-data-buf > oggi
              display message "Data della sessione futura"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           move 0 to num-registrati num-tolti num-senza-norma.
           perform varying ix from 1 by 1 until ix > num-test
              move ef-codice-buf to ftr-ath-code
              move ef-data-buf   to ftr-data
              move tt-code(ix)   to ftr-test-code
              if ef-valore-buf(ix) = 0
      *          Punteggio azzerato: il test non e' stato fatto.
                 read fitres
                      invalid continue
                  not invalid
                      delete fitres record
                             invalid continue
                         not invalid add 1 to num-tolti
                      end-delete
                 end-read
              else
                 perform CALCOLA-GIUDIZIO
                 if giudizio-test = 0
                    add 1 to num-senza-norma
                 end-if
                 read fitres
                      invalid
                         initialize ftr-rec
                         move ef-codice-buf to ftr-ath-code
                         move ef-data-buf   to ftr-data
                         move tt-code(ix)   to ftr-test-code
                         perform VALORIZZA-RISULTATO
                         write ftr-rec
                               invalid continue
                           not invalid add 1 to num-registrati
                         end-write
                  not invalid
                         perform VALORIZZA-RISULTATO
                         rewrite ftr-rec
                                 invalid continue
                             not invalid add 1 to num-registrati
                         end-rewrite
                 end-read
              end-if
           end-perform.
           perform CARICA-SESSIONE.
           if num-senza-norma not = 0
              display message "Registrati " num-registrati
                              " punteggi, " num-senza-norma
                              " senza giudizio (sesso, nascita o "
                              "norma mancanti); tolti " num-tolti
                         icon mb-information-icon
           else
              display message "Registrati " num-registrati
                              " punteggi; tolti " num-tolti
                         icon mb-information-icon
           end-if.

      ***---
       VALORIZZA-RISULTATO.
           move ef-valore-buf(ix) to ftr-valore.
           move giudizio-test     to ftr-giudizio.
           move eta-test          to ftr-eta.
           move ath-sesso         to ftr-sesso.
           move acc-operatore     to ftr-utente.
           move oggi              to ftr-data-registrazione.

      ***---
       CALCOLA-GIUDIZIO.
      *    Fascia della norma per test, sesso ed eta'; le soglie
      *    superate (col verso del test) danno il giudizio da 1 a 5.
           move 0 to giudizio-test.
           if ath-sesso = spaces or ath-data-nascita = 0
              exit paragraph
           end-if.
           move tt-code(ix) to fno-test-code.
           move ath-sesso   to fno-sesso.
           move 0           to fno-eta-da.
           start fitnorme key is >= fno-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read fitnorme next
                   at end exit perform
              end-read
              if fno-test-code not = tt-code(ix)
              or fno-sesso     not = ath-sesso
              or fno-eta-da    > eta-test
                 exit perform
              end-if
              if fno-eta-a >= eta-test
                 move 1 to giudizio-test
                 perform varying iy from 1 by 1 until iy > 4
                    if tt-verso(ix) = "B"
                       if ef-valore-buf(ix) <= fno-soglia(iy)
                          compute giudizio-test = iy + 1
                       end-if
                    else
                       if ef-valore-buf(ix) >= fno-soglia(iy)
                          compute giudizio-test = iy + 1
                       end-if
                    end-if
                 end-perform
                 exit perform
              end-if
           end-perform.

      ***---
       STAMPA-SCHEDA.
           if ef-codice-buf = 0
              display message "Indicare l'atleta"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           call   "st-fittest" using ef-codice-buf ef-data-buf
                                     stampante-fittest " "
                                     spaces " ".
           cancel "st-fittest".

      ***---
       COMPONI-DATA.
           move como-data-gg   to r-data-gg.
           move como-data-mese to r-data-mese.
           move como-data-anno to r-data-anno.

      ***---
       CHIUDI-FILES.
           close fitres fittest fitnorme athletes.
