       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      sfide-calc.
       SPECIAL-NAMES. decimal-point is comma.
      ******************************************************************
      *    Calcolo della classifica di una sfida di palestra (SFIDE):
      *    per ogni iscritto di SFIDEISC ricompone la categoria dalle
      *    soglie della sfida (sesso, eta' e peso fissati
      *    all'iscrizione) e il punteggio dalla fonte della sfida:
      *    serie dell'esercizio nel registro RWODBOOK (kg, o il valore
      *    di condizionamento per gli esercizi a tempo, metri o
      *    calorie; volume ripetizioni x kg per la somma; giorni di
      *    allenamento per il conteggio), giorni di ingresso CHECKIN,
      *    o il risultato registrato a mano in gsfideisc. Poi numera
      *    le posizioni per categoria sulla chiave di classifica
      *    (pari merito = stessa posizione, senza punteggio = 0).
      *    Con F chiude la sfida: scrive il file dei risultati finali
      *    (testo separato da ";", una riga per iscritto in ordine di
      *    categoria e posizione) e la segna chiusa con la data; da
      *    li' la classifica non si ricalcola piu' e i premiati
      *    (posizione 1..sfd-premiati) diventano il pubblico "V"
      *    delle campagne. Esito in CONVLOG.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "sfide.sl".
           copy "sfideisc.sl".
           copy "rwodbook.sl".
           copy "checkin.sl".
           copy "exercises.sl".
           copy "athletes.sl".
           copy "convlog.sl".
       SELECT risultati
           ASSIGN       TO  path-risultati
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS STATUS-risultati.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "sfide.fd".
           copy "sfideisc.fd".
           copy "rwodbook.fd".
           copy "checkin.fd".
           copy "exercises.fd".
           copy "athletes.fd".
           copy "convlog.fd".

       FD  risultati
           LABEL RECORD IS STANDARD.
       01  ris-riga                PIC  x(250).

       WORKING-STORAGE SECTION.
       77  status-sfide            pic xx.
       77  status-sfideisc         pic xx.
       77  status-rwodbook         pic xx.
       77  status-checkin          pic xx.
       77  status-exercises        pic xx.
       77  status-athletes         pic xx.
       77  status-convlog          pic xx.
       77  status-risultati        pic xx.
       77  path-risultati          pic x(256).

       77  oggi                    pic 9(8).
       77  num-iscritti            pic 9(5) value 0.
       77  num-classificati        pic 9(5) value 0.
       77  num-senza-punteggio     pic 9(5) value 0.
       77  num-righe-scritte       pic 9(5) value 0.

      * ORDINE DI CLASSIFICA: COMPLEMENTO PER LE REGOLE "PIU' ALTO
      * VINCE", CODA PER CHI NON HA PUNTEGGIO
       78  78-complemento          value 9999999,99.
       78  78-senza-punteggio      value 99999999,99.

      * PUNTEGGIO DELL'ISCRITTO IN CALCOLO
       77  valore-calcolato        pic 9(7)v99.
       77  data-valore-calcolato   pic 9(8).
       77  valore-set              pic 9(7)v99.
       77  ultimo-giorno           pic 9(8).
       77  jx                      pic 99.
       77  wk-set-rep-num          pic 9(3).
       77  wk-set-kg-num           pic 9(3)v99.
       77  filler                  pic 9.
           88 punteggio-trovato    value 1 false 0.
       77  filler                  pic 9.
           88 esercizio-condizionamento value 1 false 0.

      * CATEGORIA
       77  ix                      pic 9.
       77  fascia                  pic 9.
       77  soglia-inf              pic 9(3).
       77  soglia-sup              pic 9(3).
       77  pos-desc                pic 99.
       77  unita-fascia            pic x(4).
       77  ix-spazi                pic 99.
       01  r-soglia-disp           pic zz9.
       01  r-soglia-testo          pic x(3).

      * NUMERAZIONE DELLE POSIZIONI
       77  categoria-corrente      pic x(3).
       77  ordine-precedente       pic 9(8)v99.
       77  conta-in-categoria      pic 9(4).
       77  posizione-corrente      pic 9(4).

      * RIGHE DEL FILE DEI RISULTATI
       01  r-valore-disp           pic z(6)9,99.
       01  r-valore-testo          pic x(10).
       01  r-posizione-disp        pic z(3)9.
       01  r-posizione-testo       pic x(4).
       01  r-code-disp             pic z(17)9.
       01  r-code-testo            pic x(18).
       01  r-data-disp             pic 99/99/9999.
       77  pos-riga                pic 9(3).

       77  controlli               pic xx.
           88 tutto-ok             value "OK".
           88 errori               value "ER".

       LINKAGE SECTION.
       77  link-sfd-code           pic x(5).
      *    "F": classifica finale, file dei risultati e chiusura della
      *    sfida; spazio = solo ricalcolo della classifica.
       77  link-modo               pic x.
           88 link-finale              value "F".
       77  link-path-export        pic x(256).
      *    "B": lancio automatico, niente popup a video - l'esito resta
      *    comunque tracciato in CONVLOG.
       77  link-modo-batch         pic x.
           88 link-batch               value "B".
       77  link-status             signed-short.

      ******************************************************************
       PROCEDURE DIVISION using link-sfd-code link-modo
                                 link-path-export link-modo-batch
                                 link-status.
      ***---
       MAIN-PRG.
           set tutto-ok  to true.
           move 0        to link-status.
           accept oggi   from century-date.

           open i-o sfide.
           if status-sfide not = "00" and not = "05"
              set errori to true
           end-if.
           if tutto-ok
              move link-sfd-code to sfd-code
              read sfide
                   invalid
                      set errori to true
                      if not link-batch
                         display message "Sfida " link-sfd-code
                                    " inesistente"
                                    title "Classifica sfida"
                                     icon 3
                      end-if
              end-read
           end-if.
           if tutto-ok
              if sfd-chiusa
                 set errori to true
                 if not link-batch
                    display message "Sfida gia' chiusa: la classifica"
                                    " finale non si ricalcola"
                               title "Classifica sfida"
                                icon 3
                 end-if
              end-if
           end-if.

           if tutto-ok
              open i-o sfideisc
              if status-sfideisc = "35"
                 open output sfideisc
                 close sfideisc
                 open i-o sfideisc
              end-if
              open input rwodbook checkin exercises athletes
              perform LEGGI-ESERCIZIO
              perform CALCOLA-PUNTEGGI
              perform NUMERA-POSIZIONI
              if link-finale
                 perform SCRIVI-RISULTATI
              end-if
              if tutto-ok
                 move oggi to sfd-data-calcolo
                 if link-finale
                    set sfd-chiusa to true
                    move oggi to sfd-data-chiusura
                 end-if
                 rewrite sfd-rec invalid continue end-rewrite
              end-if
              close sfideisc rwodbook checkin exercises athletes
           end-if.
           close sfide.

           perform SCRIVI-CONVLOG.

           if not link-batch
           and tutto-ok
              if link-finale
                 display message "Sfida chiusa: " num-classificati
                                 " in classifica, "
                                 num-senza-punteggio
                                 " senza punteggio"
                            title "Classifica sfida"
                             icon 3
              else
                 display message "Classifica aggiornata: "
                                 num-classificati " in classifica, "
                                 num-senza-punteggio
                                 " senza punteggio"
                            title "Classifica sfida"
                             icon 3
              end-if
           end-if.

           if errori
              move -1 to link-status
           end-if.
           goback.

      ***---
       LEGGI-ESERCIZIO.
      *    Gli esercizi a tempo, metri o calorie si misurano nelle
      *    celle di condizionamento del registro, non in kg.
           set esercizio-condizionamento to false.
           if not sfd-fonte-registro
              exit paragraph
           end-if.
           move sfd-exe-code to exe-code.
           read exercises
                invalid continue
            not invalid
                if exe-unita-condizionamento
                   set esercizio-condizionamento to true
                end-if
           end-read.

      ***---
       CALCOLA-PUNTEGGI.
           move sfd-code  to sfi-sfd-code.
           move 0         to sfi-ath-code.
           start sfideisc key is >= sfi-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read sfideisc next at end exit perform end-read
              if sfi-sfd-code not = sfd-code
                 exit perform
              end-if
              add 1 to num-iscritti
              perform CALCOLA-CATEGORIA
              evaluate true
              when sfd-fonte-registro perform PUNTEGGIO-REGISTRO
              when sfd-fonte-ingressi perform PUNTEGGIO-INGRESSI
              when other              perform PUNTEGGIO-MANUALE
              end-evaluate
              if punteggio-trovato
                 set sfi-punteggio-presente to true
                 move valore-calcolato      to sfi-valore
                 move data-valore-calcolato to sfi-data-valore
                 if sfd-regola-minimo
                    move sfi-valore to sfi-ordine
                 else
                    compute sfi-ordine = 78-complemento - sfi-valore
                 end-if
              else
                 move space to sfi-con-punteggio
                 move 0     to sfi-valore sfi-data-valore
                 move 78-senza-punteggio to sfi-ordine
              end-if
              rewrite sfi-rec invalid continue end-rewrite
           end-perform.

      ***---
       CALCOLA-CATEGORIA.
      *    Fascia = 1 + numero di soglie raggiunte; senza soglie la
      *    fascia e' 0, come per il peso non rilevato.
           initialize sfi-categoria sfi-desc-categoria.
           move 1 to pos-desc.
           if sfd-categorie-sesso
              move sfi-sesso to sfi-cat-sesso
              evaluate sfi-sesso
              when "M"
                   string "Uomini " delimited size
                     into sfi-desc-categoria
                     with pointer pos-desc
                   end-string
              when "F"
                   string "Donne "  delimited size
                     into sfi-desc-categoria
                     with pointer pos-desc
                   end-string
              end-evaluate
           end-if.

           if sfd-soglia-eta(1) not = 0
              move 1 to fascia
              perform varying ix from 1 by 1 until ix > 3
                 if sfd-soglia-eta(ix) not = 0
                 and sfi-eta >= sfd-soglia-eta(ix)
                    move ix to fascia
                    add 1 to fascia
                 end-if
              end-perform
              move fascia to sfi-cat-eta
              if fascia = 1
                 move 0 to soglia-inf
              else
                 move sfd-soglia-eta(fascia - 1) to soglia-inf
              end-if
              move 0 to soglia-sup
              if fascia < 4
                 move sfd-soglia-eta(fascia) to soglia-sup
              end-if
              move "anni" to unita-fascia
              perform DESCRIVI-FASCIA
           end-if.

           if sfd-soglia-peso(1) not = 0
              if sfi-peso = 0
                 string "peso non rilevato" delimited size
                   into sfi-desc-categoria
                   with pointer pos-desc
                 end-string
              else
                 move 1 to fascia
                 perform varying ix from 1 by 1 until ix > 3
                    if sfd-soglia-peso(ix) not = 0
                    and sfi-peso >= sfd-soglia-peso(ix)
                       move ix to fascia
                       add 1 to fascia
                    end-if
                 end-perform
                 move fascia to sfi-cat-peso
                 if fascia = 1
                    move 0 to soglia-inf
                 else
                    move sfd-soglia-peso(fascia - 1) to soglia-inf
                 end-if
                 move 0 to soglia-sup
                 if fascia < 4
                    move sfd-soglia-peso(fascia) to soglia-sup
                 end-if
                 move "kg"   to unita-fascia
                 perform DESCRIVI-FASCIA
              end-if
           end-if.

           if sfi-desc-categoria = spaces
              move "Assoluta" to sfi-desc-categoria
           end-if.

      ***---
       DESCRIVI-FASCIA.
      *    "sotto 30 anni", "30-39 anni", "40 anni e oltre".
           evaluate true
           when soglia-inf = 0
                move soglia-sup to r-soglia-disp
                perform TESTO-SOGLIA
                string "sotto "       delimited size
                       r-soglia-testo delimited space
                       " "            delimited size
                       unita-fascia   delimited space
                       " "            delimited size
                  into sfi-desc-categoria
                  with pointer pos-desc
                end-string
           when soglia-sup = 0
                move soglia-inf to r-soglia-disp
                perform TESTO-SOGLIA
                string r-soglia-testo delimited space
                       " "            delimited size
                       unita-fascia   delimited space
                       " e oltre "    delimited size
                  into sfi-desc-categoria
                  with pointer pos-desc
                end-string
           when other
                move soglia-inf to r-soglia-disp
                perform TESTO-SOGLIA
                string r-soglia-testo delimited space
                       "-"            delimited size
                  into sfi-desc-categoria
                  with pointer pos-desc
                end-string
                compute r-soglia-disp = soglia-sup - 1
                perform TESTO-SOGLIA
                string r-soglia-testo delimited space
                       " "            delimited size
                       unita-fascia   delimited space
                       " "            delimited size
                  into sfi-desc-categoria
                  with pointer pos-desc
                end-string
           end-evaluate.

      ***---
       TESTO-SOGLIA.
           move 0 to ix-spazi.
           inspect r-soglia-disp tallying ix-spazi for leading spaces.
           move r-soglia-disp(ix-spazi + 1:) to r-soglia-testo.

      ***---
       PUNTEGGIO-REGISTRO.
      *    Righe dell'esercizio nel periodo via rod-k-exe (esercizio +
      *    atleta + giorno). Massimo e minimo guardano il singolo set
      *    (kg, o il valore di condizionamento), la somma il volume
      *    ripetizioni x kg (o i valori di condizionamento), il
      *    conteggio i giorni diversi di allenamento.
           set punteggio-trovato to false.
           move 0 to valore-calcolato data-valore-calcolato
                     ultimo-giorno.
           move sfd-exe-code to rod-exe-code.
           move sfi-ath-code to rod-code.
           move sfd-data-da  to rod-day.
           move 0            to rod-split.
           start rwodbook key is >= rod-k-exe
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read rwodbook next at end exit perform end-read
              if rod-exe-code not = sfd-exe-code
              or rod-code     not = sfi-ath-code
              or rod-day      >     sfd-data-a
                 exit perform
              end-if
              if sfd-regola-conteggio
                 if rod-day not = ultimo-giorno
                    add 1 to valore-calcolato
                    move rod-day to ultimo-giorno data-valore-calcolato
                    set punteggio-trovato to true
                 end-if
              else
                 perform VALUTA-SET-RIGA
              end-if
           end-perform.

      ***---
       VALUTA-SET-RIGA.
           move 1 to jx.
           perform 10 times
              move 0 to valore-set
              if esercizio-condizionamento
                 move rod-val-cond(jx) to valore-set
              else
                 if rod-rep(jx) not = spaces
                 and rod-kg(jx) not = spaces
                    move 0 to wk-set-rep-num wk-set-kg-num
                    move rod-rep(jx) to wk-set-rep-num
                    move rod-kg(jx)  to wk-set-kg-num
                    if sfd-regola-somma
                       compute valore-set rounded =
                               wk-set-rep-num * wk-set-kg-num
                    else
                       move wk-set-kg-num to valore-set
                    end-if
                 end-if
              end-if
              if valore-set not = 0
                 evaluate true
                 when sfd-regola-somma
                      add valore-set to valore-calcolato
                      move rod-day to data-valore-calcolato
                 when sfd-regola-minimo
                      if not punteggio-trovato
                      or valore-set < valore-calcolato
                         move valore-set to valore-calcolato
                         move rod-day    to data-valore-calcolato
                      end-if
                 when other
                      if valore-set > valore-calcolato
                         move valore-set to valore-calcolato
                         move rod-day    to data-valore-calcolato
                      end-if
                 end-evaluate
                 set punteggio-trovato to true
              end-if
              add 1 to jx
           end-perform.

      ***---
       PUNTEGGIO-INGRESSI.
      *    Giorni diversi di ingresso nel periodo (chk-k-atleta).
           set punteggio-trovato to false.
           move 0 to valore-calcolato data-valore-calcolato
                     ultimo-giorno.
           move sfi-ath-code to chk-code.
           move sfd-data-da  to chk-data.
           move 0            to chk-ora.
           start checkin key is >= chk-k-atleta
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read checkin next at end exit perform end-read
              if chk-code not = sfi-ath-code
              or chk-data >     sfd-data-a
                 exit perform
              end-if
              if chk-data not = ultimo-giorno
                 add 1 to valore-calcolato
                 move chk-data to ultimo-giorno data-valore-calcolato
                 set punteggio-trovato to true
              end-if
           end-perform.

      ***---
       PUNTEGGIO-MANUALE.
      *    Il risultato l'ha gia' registrato gsfideisc con la regola
      *    della sfida: si tiene com'e'.
           set punteggio-trovato to false.
           if sfi-punteggio-presente
              move sfi-valore      to valore-calcolato
              move sfi-data-valore to data-valore-calcolato
              set punteggio-trovato to true
           end-if.

      ***---
       NUMERA-POSIZIONI.
      *    Sulla chiave di classifica gli iscritti arrivano per
      *    categoria e dal migliore: la posizione e' il numero
      *    d'ordine nella categoria, ripetuto a parita' di ordine.
           move sfd-code  to sfi-sfd-code.
           move low-value to sfi-categoria.
           move 0         to sfi-ordine.
           start sfideisc key is >= sfi-k-classifica
                 invalid exit paragraph
           end-start.
           move high-value to categoria-corrente.
           perform until 1 = 2
              read sfideisc next at end exit perform end-read
              if sfi-sfd-code not = sfd-code
                 exit perform
              end-if
              if sfi-categoria not = categoria-corrente
                 move sfi-categoria to categoria-corrente
                 move 0 to conta-in-categoria posizione-corrente
                 move 0 to ordine-precedente
              end-if
              if sfi-punteggio-presente
                 add 1 to conta-in-categoria
                 if conta-in-categoria = 1
                 or sfi-ordine not = ordine-precedente
                    move conta-in-categoria to posizione-corrente
                 end-if
                 move sfi-ordine to ordine-precedente
                 move posizione-corrente to sfi-posizione
                 add 1 to num-classificati
              else
                 move 0 to sfi-posizione
                 add 1 to num-senza-punteggio
              end-if
              rewrite sfi-rec invalid continue end-rewrite
           end-perform.

      ***---
       SCRIVI-RISULTATI.
      *    File dei risultati finali: intestazione e una riga per
      *    iscritto, stesso ordine della classifica.
           move link-path-export to path-risultati.
           open output risultati.
           if status-risultati not = "00"
              set errori to true
              if not link-batch
                 display message "Impossibile scrivere il file dei"
                                 " risultati " path-risultati
                            title "Classifica sfida"
                             icon 3
              end-if
              exit paragraph
           end-if.
           initialize ris-riga.
           string "Sfida;Categoria;Posizione;Codice;" delimited size
                  "Cognome;Nome;Valore;Unita';Data"   delimited size
             into ris-riga
           end-string.
           write ris-riga.

           move sfd-code  to sfi-sfd-code.
           move low-value to sfi-categoria.
           move 0         to sfi-ordine.
           start sfideisc key is >= sfi-k-classifica
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read sfideisc next at end exit perform end-read
                    if sfi-sfd-code not = sfd-code
                       exit perform
                    end-if
                    perform SCRIVI-RIGA-RISULTATO
                 end-perform
           end-start.
           close risultati.

      ***---
       SCRIVI-RIGA-RISULTATO.
           move sfi-ath-code to ath-code.
           read athletes
                invalid move spaces to ath-cognome ath-nome
           end-read.
           move sfi-ath-code to r-code-disp.
           move 0 to ix-spazi.
           inspect r-code-disp tallying ix-spazi for leading spaces.
           move r-code-disp(ix-spazi + 1:) to r-code-testo.
           move sfi-posizione to r-posizione-disp.
           move 0 to ix-spazi.
           inspect r-posizione-disp tallying ix-spazi
                   for leading spaces.
           move r-posizione-disp(ix-spazi + 1:) to r-posizione-testo.
           move spaces to r-valore-testo.
           if sfi-punteggio-presente
              move sfi-valore to r-valore-disp
              move 0 to ix-spazi
              inspect r-valore-disp tallying ix-spazi
                      for leading spaces
              move r-valore-disp(ix-spazi + 1:) to r-valore-testo
              move sfi-data-valore to r-data-disp
           end-if.

           initialize ris-riga.
           move 1 to pos-riga.
           string sfd-code           delimited space
                  ";"                delimited size
                  sfi-desc-categoria delimited "  "
                  ";"                delimited size
                  r-posizione-testo  delimited space
                  ";"                delimited size
                  r-code-testo       delimited space
                  ";"                delimited size
                  ath-cognome        delimited "  "
                  ";"                delimited size
                  ath-nome           delimited "  "
                  ";"                delimited size
                  r-valore-testo     delimited space
                  ";"                delimited size
                  sfd-unita          delimited "  "
                  ";"                delimited size
             into ris-riga
             with pointer pos-riga
           end-string.
           if sfi-punteggio-presente
              string r-data-disp delimited size
                into ris-riga
                with pointer pos-riga
              end-string
           end-if.
           write ris-riga.
           add 1 to num-righe-scritte.

      ***---
       SCRIVI-CONVLOG.
           open extend convlog.
           if status-convlog = "35"
              open output convlog
           end-if.
           move "sfide-calc"        to clg-programma.
           accept clg-data          from century-date.
           accept clg-ora           from time.
           move num-iscritti        to clg-letti.
           move num-classificati    to clg-scritti.
           move num-senza-punteggio to clg-scartati.
           write clg-rec.
           close convlog.
