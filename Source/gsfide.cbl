       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      gsfide.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Maintenance screen delle sfide di palestra (SFIDE): fonte
      *    del punteggio (R registro serie dell'esercizio indicato, C
      *    ingressi, M risultato registrato a mano in gsfideisc),
      *    regola (X piu' alto, N piu' basso, S somma, C conteggio;
      *    gli ingressi si contano soltanto), unita' da stampare,
      *    periodo, categorie (S = classifiche separate per sesso,
      *    fino a tre soglie crescenti d'eta' e di peso corporeo) e
      *    posizioni premiate per categoria.
      *    Calcola aggiorna la classifica (sfide-calc); Chiudi la
      *    rende finale, scrive il file dei risultati nel percorso
      *    indicato e chiude la sfida, che da li' non si modifica
      *    piu'; Stampa manda la locandina della classifica
      *    (st-sfida). Le iscrizioni si fanno in gsfideisc.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "sfide.sl".
       copy "exercises.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "sfide.fd".
       copy "exercises.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-sfide         pic xx.
       77  status-exercises     pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 sfida-valida      value 1 false 0.

       77  ix                   pic 9.
       77  risposta             pic 9.
       77  modo-calcolo         pic x.
       77  esito-calcolo        signed-short.
       77  stampante-sfida      pic x(200) value spaces.

      * POSIZIONI PREMIATE SE NON INDICATE
       78  78-premiati-default  value 3.

       01  r-data-disp          pic 99/99/9999.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-codice       value 1.
       78  78-ID-ef-desc         value 2.
       78  78-ID-ef-fonte        value 3.
       78  78-ID-ef-esercizio    value 4.
       78  78-ID-ef-regola       value 5.
       78  78-ID-ef-unita        value 6.
       78  78-ID-ef-datada       value 7.
       78  78-ID-ef-dataa        value 8.
       78  78-ID-ef-catsesso     value 9.
       78  78-ID-ef-eta-1        value 10.
       78  78-ID-ef-eta-2        value 11.
       78  78-ID-ef-eta-3        value 12.
       78  78-ID-ef-peso-1       value 13.
       78  78-ID-ef-peso-2       value 14.
       78  78-ID-ef-peso-3       value 15.
       78  78-ID-ef-premiati     value 16.
       78  78-ID-ef-path         value 17.
       78  78-ID-pb-carica       value 18.
       78  78-ID-pb-salva        value 19.
       78  78-ID-pb-calcola      value 20.
       78  78-ID-pb-chiudi       value 21.
       78  78-ID-pb-stampa       value 22.
       78  78-ID-pb-esci         value 23.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-codice-buf         pic x(5).
       77  ef-desc-buf           pic x(40).
       77  ef-fonte-buf          pic x.
       77  ef-esercizio-buf      pic x(5).
       77  ef-regola-buf         pic x.
       77  ef-unita-buf          pic x(10).
       77  ef-datada-buf         pic 9(8).
       77  ef-dataa-buf          pic 9(8).
       77  ef-catsesso-buf       pic x.
       01  ef-eta-tab-buf.
           05 ef-eta-1-buf       pic 99.
           05 ef-eta-2-buf       pic 99.
           05 ef-eta-3-buf       pic 99.
       01  filler redefines ef-eta-tab-buf.
           05 ef-eta-buf         pic 99 occurs 3.
       01  ef-peso-tab-buf.
           05 ef-peso-1-buf      pic 9(3).
           05 ef-peso-2-buf      pic 9(3).
           05 ef-peso-3-buf      pic 9(3).
       01  filler redefines ef-peso-tab-buf.
           05 ef-peso-buf        pic 9(3) occurs 3.
       77  ef-premiati-buf       pic 9.
       77  ef-path-buf           pic x(256).
       77  ef-stato-buf          pic x(60).

       SCREEN SECTION.
       01  Form1.
           05 ef-codice     line 2  col 22 pic x(5)
                                            using ef-codice-buf.
           05 ef-desc       line 3  col 22 pic x(40)
                                            using ef-desc-buf.
           05 ef-fonte      line 4  col 22 pic x
                                            using ef-fonte-buf.
           05 ef-esercizio  line 4  col 34 pic x(5)
                                            using ef-esercizio-buf.
           05 ef-regola     line 5  col 22 pic x
                                            using ef-regola-buf.
           05 ef-unita      line 5  col 34 pic x(10)
                                            using ef-unita-buf.
           05 ef-datada     line 6  col 22 pic 9(8)
                                            using ef-datada-buf.
           05 ef-dataa      line 6  col 34 pic 9(8)
                                            using ef-dataa-buf.
           05 ef-catsesso   line 8  col 22 pic x
                                            using ef-catsesso-buf.
           05 ef-eta-1      line 9  col 22 pic 99
                                            using ef-eta-1-buf.
           05 ef-eta-2      line 9  col 28 pic 99
                                            using ef-eta-2-buf.
           05 ef-eta-3      line 9  col 34 pic 99
                                            using ef-eta-3-buf.
           05 ef-peso-1     line 10 col 22 pic 9(3)
                                            using ef-peso-1-buf.
           05 ef-peso-2     line 10 col 28 pic 9(3)
                                            using ef-peso-2-buf.
           05 ef-peso-3     line 10 col 34 pic 9(3)
                                            using ef-peso-3-buf.
           05 ef-premiati   line 11 col 22 pic 9
                                            using ef-premiati-buf.
           05 ef-path       line 12 col 22 pic x(60)
                                            using ef-path-buf.
           05 ef-stato      line 13 col 22 pic x(60)
                                            using ef-stato-buf.
           05 pb-carica     line 15 col 5  pic x(14) value "Carica".
           05 pb-salva      line 15 col 22 pic x(14) value "Salva".
           05 pb-calcola    line 15 col 39 pic x(14)
                                           value "Calcola".
           05 pb-chiudi     line 17 col 5  pic x(14)
                                           value "Chiudi sfida".
           05 pb-stampa     line 17 col 22 pic x(14)
                                           value "Stampa".
           05 pb-esci       line 17 col 39 pic x(14) value "Esci".

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
           move "gsfide"      to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           move spaces to ef-codice-buf.
           perform PULISCI-SFIDA.

      ***---
       PULISCI-SFIDA.
           move spaces to ef-desc-buf ef-fonte-buf ef-esercizio-buf
                          ef-regola-buf ef-unita-buf ef-catsesso-buf
                          ef-path-buf ef-stato-buf.
           move 0      to ef-datada-buf ef-dataa-buf ef-eta-tab-buf
                          ef-peso-tab-buf ef-premiati-buf.

      ***---
       APRI-FILES.
           open i-o sfide.
           if status-sfide = "35"
              open output sfide
              close sfide
              open i-o sfide
           end-if.
           if status-sfide not = "00" and not = "05"
              set errori to true
           end-if.
           open input exercises.

      ***---
       GESTIONE-SCHERMO.
           display Form1.
           perform until fine-programma
              accept Form1
              perform GESTIONE-CONTROLLI
           end-perform.

      ***---
       GESTIONE-CONTROLLI.
           copy "gsfide-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-carica
                perform CARICA-SFIDA
           when 78-ID-pb-salva
                perform SALVA-SFIDA
           when 78-ID-pb-calcola
                perform CALCOLA-CLASSIFICA
           when 78-ID-pb-chiudi
                perform CHIUDI-SFIDA
           when 78-ID-pb-stampa
                perform STAMPA-CLASSIFICA
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       MAIUSCOLE.
           inspect ef-codice-buf converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect ef-esercizio-buf converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect ef-fonte-buf    converting "rcm"  to "RCM".
           inspect ef-regola-buf   converting "xnsc" to "XNSC".
           inspect ef-catsesso-buf converting "s"    to "S".

      ***---
       CARICA-SFIDA.
           perform MAIUSCOLE.
           perform PULISCI-SFIDA.
           move ef-codice-buf to sfd-code.
           read sfide no lock
                invalid
                   move 78-premiati-default to ef-premiati-buf
                   perform PERCORSO-RISULTATI
                   display Form1
                   display message "Sfida nuova: compilare e salvare"
                              icon mb-information-icon
                   exit paragraph
           end-read.
           move sfd-desc      to ef-desc-buf.
           move sfd-fonte     to ef-fonte-buf.
           move sfd-exe-code  to ef-esercizio-buf.
           move sfd-regola    to ef-regola-buf.
           move sfd-unita     to ef-unita-buf.
           move sfd-data-da   to ef-datada-buf.
           move sfd-data-a    to ef-dataa-buf.
           move sfd-cat-sesso to ef-catsesso-buf.
           perform varying ix from 1 by 1 until ix > 3
              move sfd-soglia-eta(ix)  to ef-eta-buf(ix)
              move sfd-soglia-peso(ix) to ef-peso-buf(ix)
           end-perform.
           move sfd-premiati  to ef-premiati-buf.
           perform PERCORSO-RISULTATI.
           perform DESCRIVI-STATO.
           display Form1.

      ***---
       PERCORSO-RISULTATI.
      *    Proposto nella cartella di lavoro col codice della sfida.
           initialize ef-path-buf.
           string "sfida-"      delimited size
                  ef-codice-buf delimited space
                  ".txt"        delimited size
             into ef-path-buf
           end-string.

      ***---
       DESCRIVI-STATO.
           initialize ef-stato-buf.
           if sfd-chiusa
              move sfd-data-chiusura to r-data-disp
              string "CHIUSA il "  delimited size
                     r-data-disp   delimited size
                into ef-stato-buf
              end-string
              exit paragraph
           end-if.
           if sfd-data-calcolo = 0
              move "Aperta, classifica mai calcolata" to ef-stato-buf
           else
              move sfd-data-calcolo to r-data-disp
              string "Aperta, classifica calcolata il "
                                    delimited size
                     r-data-disp    delimited size
                into ef-stato-buf
              end-string
           end-if.

      ***---
       SALVA-SFIDA.
           perform MAIUSCOLE.
           perform CONTROLLA-SFIDA.
           if not sfida-valida
              exit paragraph
           end-if.

           move ef-codice-buf to sfd-code.
           read sfide
                invalid
                   initialize sfd-rec
                   move ef-codice-buf to sfd-code
                   set sfd-aperta to true
                   perform VALORIZZA-SFIDA
                   write sfd-rec
                         invalid
                            display message "Impossibile salvare"
                                       icon mb-warning-icon
                   end-write
               not invalid
                   if sfd-chiusa
                      unlock sfide
                      display message "Sfida chiusa: la classifica "
                                      "finale non si tocca piu'"
                                 icon mb-warning-icon
                      exit paragraph
                   end-if
                   perform VALORIZZA-SFIDA
                   rewrite sfd-rec
                           invalid
                              display message "Impossibile salvare"
                                         icon mb-warning-icon
                   end-rewrite
           end-read.
           perform DESCRIVI-STATO.
           display Form1.

      ***---
       CONTROLLA-SFIDA.
           set sfida-valida to false.
           if ef-codice-buf = spaces or ef-desc-buf = spaces
              display message "Codice e descrizione obbligatori"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           evaluate ef-fonte-buf
           when "R"
                if ef-regola-buf not = "X" and not = "N"
                                   and not = "S" and not = "C"
                   display message "Regola: X piu' alto, N piu' "
                                   "basso, S somma, C conteggio"
                              icon mb-warning-icon
                   exit paragraph
                end-if
                move ef-esercizio-buf to exe-code
                read exercises
                     invalid
                        display message "Esercizio " ef-esercizio-buf
                                   " inesistente"
                                   icon mb-warning-icon
                        exit paragraph
                end-read
                if exe-codice-ritirato
                   display message "Esercizio " ef-esercizio-buf
                              " ritirato dal catalogo"
                              icon mb-warning-icon
                   exit paragraph
                end-if
           when "C"
                move "C"    to ef-regola-buf
                move spaces to ef-esercizio-buf
           when "M"
                if ef-regola-buf not = "X" and not = "N"
                                   and not = "S"
                   display message "Risultati a mano: regola X piu' "
                                   "alto, N piu' basso o S somma"
                              icon mb-warning-icon
                   exit paragraph
                end-if
                move spaces to ef-esercizio-buf
           when other
                display message "Fonte: R registro serie, C ingressi, "
                                "M risultati a mano"
                           icon mb-warning-icon
                exit paragraph
           end-evaluate.
           if ef-unita-buf = spaces and ef-fonte-buf = "C"
              move "ingressi" to ef-unita-buf
           end-if.
           if ef-datada-buf = 0
           or ef-dataa-buf  = 0
           or ef-dataa-buf  < ef-datada-buf
              display message "Periodo non valido"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-catsesso-buf not = "S" and not = space
              display message "Categorie per sesso: S oppure vuoto"
                         icon mb-warning-icon
              exit paragraph
           end-if.
      *    Soglie strettamente crescenti; gli zeri solo in coda.
           perform varying ix from 2 by 1 until ix > 3
              if ef-eta-buf(ix) not = 0
              and ef-eta-buf(ix) not > ef-eta-buf(ix - 1)
                 display message "Soglie d'eta' crescenti, le non "
                                 "usate a zero in fondo"
                            icon mb-warning-icon
                 exit paragraph
              end-if
              if ef-peso-buf(ix) not = 0
              and ef-peso-buf(ix) not > ef-peso-buf(ix - 1)
                 display message "Soglie di peso crescenti, le non "
                                 "usate a zero in fondo"
                            icon mb-warning-icon
                 exit paragraph
              end-if
           end-perform.
           if ef-premiati-buf = 0
              move 78-premiati-default to ef-premiati-buf
           end-if.
           set sfida-valida to true.

      ***---
       VALORIZZA-SFIDA.
           move ef-desc-buf      to sfd-desc.
           move ef-fonte-buf     to sfd-fonte.
           move ef-esercizio-buf to sfd-exe-code.
           move ef-regola-buf    to sfd-regola.
           move ef-unita-buf     to sfd-unita.
           move ef-datada-buf    to sfd-data-da.
           move ef-dataa-buf     to sfd-data-a.
           move ef-catsesso-buf  to sfd-cat-sesso.
           perform varying ix from 1 by 1 until ix > 3
              move ef-eta-buf(ix)  to sfd-soglia-eta(ix)
              move ef-peso-buf(ix) to sfd-soglia-peso(ix)
           end-perform.
           move ef-premiati-buf  to sfd-premiati.

      ***---
       LEGGI-SFIDA.
           perform MAIUSCOLE.
           set sfida-valida to false.
           move ef-codice-buf to sfd-code.
           read sfide no lock
                invalid
                   display message "Sfida " ef-codice-buf
                              " inesistente: salvarla prima"
                              icon mb-warning-icon
                   exit paragraph
           end-read.
           set sfida-valida to true.

      ***---
       CALCOLA-CLASSIFICA.
           perform LEGGI-SFIDA.
           if not sfida-valida
              exit paragraph
           end-if.
           move space to modo-calcolo.
           perform CHIAMA-CALCOLO.

      ***---
       CHIUDI-SFIDA.
           perform LEGGI-SFIDA.
           if not sfida-valida
              exit paragraph
           end-if.
           if ef-path-buf = spaces
              display message "Indicare il file dei risultati"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           display message box "Chiudere la sfida? La classifica "
                               "diventa finale e non si ricalcola piu'"
                   type mb-yes-no
                   icon mb-question-icon
                   default mb-no
                   giving risposta.
           if risposta not = mb-yes
              exit paragraph
           end-if.
           move "F" to modo-calcolo.
           perform CHIAMA-CALCOLO.

      ***---
       CHIAMA-CALCOLO.
      *    Il calcolo riscrive la sfida: qui la si rilegge dopo per
      *    lo stato.
           call   "sfide-calc" using ef-codice-buf modo-calcolo
                                     ef-path-buf " " esito-calcolo.
           cancel "sfide-calc".
           move ef-codice-buf to sfd-code.
           read sfide no lock
                invalid continue
            not invalid
                perform DESCRIVI-STATO
           end-read.
           display Form1.

      ***---
       STAMPA-CLASSIFICA.
           perform LEGGI-SFIDA.
           if not sfida-valida
              exit paragraph
           end-if.
           call   "st-sfida" using ef-codice-buf
                                   stampante-sfida " "
                                   spaces " ".
           cancel "st-sfida".
           read sfide no lock
                invalid continue
            not invalid
                perform DESCRIVI-STATO
           end-read.
           display Form1.

      ***---
       CHIUDI-FILES.
           close sfide exercises.
