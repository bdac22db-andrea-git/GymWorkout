       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      gmandati.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Maintenance screen dei mandati di addebito diretto SEPA
      *    (mandates), uno per atleta: IBAN (controllato col codice di
      *    controllo mod 97), BIC facoltativo, riferimento univoco del
      *    mandato, data di firma, titolare del conto se diverso
      *    dall'atleta e stato (A attivo, R revocato). Solo i mandati
      *    attivi entrano nel file di addebito di sdd-invio; un
      *    mandato revocato resta sul file per memoria.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "mandates.sl".
       copy "athletes.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "mandates.fd".
       copy "athletes.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-mandates      pic xx.
       77  status-athletes      pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 record-esistente  value 1 false 0.
       77  filler               pic 9.
           88 iban-valido       value 1 false 0.

      * CONTROLLO IBAN (ISO 13616): i primi quattro caratteri in coda,
      * le lettere convertite in 10..35, il resto mod 97 deve dare 1.
       01  alfabeto             pic x(26)
                                value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  iban-lavoro          pic x(34).
       77  lunghezza-iban       pic 99.
       77  ix                   pic 99.
       77  ix-lettera           pic 99.
       77  cifra                pic 9.
       77  valore-lettera       pic 99.
       77  resto-iban           pic 9(4).
       77  como-iban            pic 9(6).
       77  quoziente-iban       pic 9(6).

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-codice       value 1.
       78  78-ID-ef-iban         value 2.
       78  78-ID-ef-bic          value 3.
       78  78-ID-ef-riferimento  value 4.
       78  78-ID-ef-firma        value 5.
       78  78-ID-ef-intestatario value 6.
       78  78-ID-ef-stato        value 7.
       78  78-ID-pb-carica       value 8.
       78  78-ID-pb-salva        value 9.
       78  78-ID-pb-esci         value 10.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-codice-buf         pic 9(18).
       77  ef-nominativo-buf     pic x(81).
       77  ef-iban-buf           pic x(34).
       77  ef-bic-buf            pic x(11).
       77  ef-riferimento-buf    pic x(35).
       77  ef-firma-buf          pic 9(8).
       77  ef-intestatario-buf   pic x(70).
       77  ef-stato-buf          pic x.

       SCREEN SECTION.
       01  Form1.
           05 ef-codice      line 2  col 22 pic 9(18)
                                            using ef-codice-buf.
           05 ef-nominativo  line 3  col 22 pic x(81)
                                            using ef-nominativo-buf.
           05 ef-iban        line 4  col 22 pic x(34)
                                            using ef-iban-buf.
           05 ef-bic         line 5  col 22 pic x(11)
                                            using ef-bic-buf.
           05 ef-riferimento line 6  col 22 pic x(35)
                                            using ef-riferimento-buf.
           05 ef-firma       line 7  col 22 pic 9(8)
                                            using ef-firma-buf.
           05 ef-intestatario line 8 col 22 pic x(70)
                                            using ef-intestatario-buf.
           05 ef-stato       line 9  col 22 pic x
                                            using ef-stato-buf.
           05 pb-carica     line 11 col 5  pic x(10) value "Carica".
           05 pb-salva      line 11 col 20 pic x(10) value "Salva".
           05 pb-esci       line 11 col 35 pic x(10) value "Esci".

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
           move "gmandati"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           move 0      to ef-codice-buf ef-firma-buf.
           move spaces to ef-nominativo-buf ef-iban-buf ef-bic-buf
                          ef-riferimento-buf ef-intestatario-buf.
           move "A"    to ef-stato-buf.

      ***---
       APRI-FILES.
           open i-o mandates.
           if status-mandates = "35"
              open output mandates
              close mandates
              open i-o mandates
           end-if.
           if status-mandates not = "00" and not = "05"
              set errori to true
           end-if.

           open input athletes.

      ***---
       GESTIONE-SCHERMO.
           display Form1.
           perform until fine-programma
              accept Form1
              perform GESTIONE-CONTROLLI
           end-perform.

      ***---
       GESTIONE-CONTROLLI.
           copy "gmandati-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-carica
                perform CARICA-RECORD
           when 78-ID-pb-salva
                perform SALVA-RECORD
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       CARICA-RECORD.
           perform MOSTRA-NOMINATIVO.
           move ef-codice-buf to mnd-code.
           read mandates
                invalid
                   display message "Nessun mandato per l'atleta"
                              icon mb-information-icon
                   move spaces to ef-iban-buf ef-bic-buf
                                  ef-riferimento-buf
                                  ef-intestatario-buf
                   move 0      to ef-firma-buf
                   move "A"    to ef-stato-buf
                   display Form1
                   exit paragraph
           end-read.
           move mnd-iban          to ef-iban-buf.
           move mnd-bic           to ef-bic-buf.
           move mnd-riferimento   to ef-riferimento-buf.
           move mnd-data-firma    to ef-firma-buf.
           move mnd-intestatario  to ef-intestatario-buf.
           move mnd-stato         to ef-stato-buf.
           display Form1.

      ***---
       SALVA-RECORD.
           perform MOSTRA-NOMINATIVO.
           if ef-nominativo-buf = spaces
              display message "Atleta " ef-codice-buf
                         " inesistente" icon mb-warning-icon
              exit paragraph
           end-if.
           inspect ef-iban-buf converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect ef-bic-buf converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           display Form1.
           perform CONTROLLA-IBAN.
           if not iban-valido
              display message "IBAN non valido: controllare le cifre"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-riferimento-buf = spaces
              display message "Riferimento del mandato obbligatorio"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-firma-buf = 0
              display message "Data di firma del mandato obbligatoria"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-stato-buf not = "A" and not = "R"
              display message "Stato: A = attivo, R = revocato"
                         icon mb-warning-icon
              exit paragraph
           end-if.

           move ef-codice-buf to mnd-code.
           read mandates
                invalid    set record-esistente to false
               not invalid set record-esistente to true
           end-read.
      *    Un mandato nuovo, o firmato di nuovo con altro riferimento
      *    o altro conto, riparte dal primo addebito della serie.
           if not record-esistente
           or mnd-riferimento not = ef-riferimento-buf
           or mnd-iban        not = ef-iban-buf
              move 0 to mnd-data-ultimo-addebito
           end-if.

           move ef-iban-buf         to mnd-iban.
           move ef-bic-buf          to mnd-bic.
           move ef-riferimento-buf  to mnd-riferimento.
           move ef-firma-buf        to mnd-data-firma.
           move ef-intestatario-buf to mnd-intestatario.
           move ef-stato-buf        to mnd-stato.
           move acc-operatore       to mnd-utente.

           if record-esistente
              rewrite mnd-rec
                      invalid display message "Impossibile salvare"
                                 icon mb-warning-icon
              end-rewrite
           else
              write mnd-rec
                    invalid display message "Impossibile salvare"
                               icon mb-warning-icon
              end-write
           end-if.

      ***---
       CONTROLLA-IBAN.
           set iban-valido to false.
           move 0 to lunghezza-iban.
           perform varying ix from 34 by -1
                     until ix = 0
              if ef-iban-buf(ix:1) not = space
                 move ix to lunghezza-iban
                 exit perform
              end-if
           end-perform.
      *    15 caratteri e' l'IBAN piu' corto (Norvegia), 34 il piu'
      *    lungo; paese in lettere e controllo in cifre in testa.
           if lunghezza-iban < 15
              exit paragraph
           end-if.
           if ef-iban-buf(1:2) not alphabetic
           or ef-iban-buf(3:2) not numeric
              exit paragraph
           end-if.

           move spaces to iban-lavoro.
           move ef-iban-buf(5:lunghezza-iban - 4) to iban-lavoro.
           move ef-iban-buf(1:4)
             to iban-lavoro(lunghezza-iban - 3:4).

           move 0 to resto-iban.
           perform varying ix from 1 by 1
                     until ix > lunghezza-iban
              if iban-lavoro(ix:1) numeric
                 move iban-lavoro(ix:1) to cifra
                 compute como-iban = resto-iban * 10 + cifra
                 divide como-iban by 97 giving quoziente-iban
                        remainder resto-iban
              else
                 move 0 to valore-lettera
                 perform varying ix-lettera from 1 by 1
                           until ix-lettera > 26
                    if alfabeto(ix-lettera:1) = iban-lavoro(ix:1)
                       compute valore-lettera = ix-lettera + 9
                       exit perform
                    end-if
                 end-perform
      *          Spazi o simboli in mezzo: IBAN da riscrivere.
                 if valore-lettera = 0
                    exit paragraph
                 end-if
                 compute como-iban = resto-iban * 100 + valore-lettera
                 divide como-iban by 97 giving quoziente-iban
                        remainder resto-iban
              end-if
           end-perform.
           if resto-iban = 1
              set iban-valido to true
           end-if.

      ***---
       MOSTRA-NOMINATIVO.
           move spaces        to ef-nominativo-buf.
           move ef-codice-buf to ath-code.
           read athletes
                invalid exit paragraph
           end-read.
           string ath-cognome delimited by size
                  " "         delimited by size
                  ath-nome    delimited by size
                  into ef-nominativo-buf.

      ***---
       CHIUDI-FILES.
           close mandates athletes.
