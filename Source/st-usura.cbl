      *    data dell'ultimo tagliando, e segnala le stazioni che hanno
      *    superato il proprio intervallo di manutenzione - cosi' la
      *    leg press si revisiona prima che inizi a cigolare.
      *    Per la stazione da revisionare si apre l'ordine di
      *    intervento di manutenzione (INTERVENTI, subprogramma
      *    intervento), se non ne ha gia' uno non chiuso: la riga
      *    riporta il numero dell'ordine da seguire in ginterv.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "intervento.lks".

       77  status-stations       pic xx.
       77  status-exercises      pic xx.
       01  r-servizio-disp       pic 99/99/9999.
       01  r-servizio-txt        pic x(10).
       01  r-flag-disp           pic x(20).
       01  r-ordine-disp         pic x(30).

       LINKAGE SECTION.
       77  link-stampante        pic x(200).

      ***---
       STAMPA-RIGA-STAZIONE.
           move spaces to r-flag-disp r-ordine-disp.
           if sta-intervallo-serie > 0
           and serie-accumulate > sta-intervallo-serie
              move "<<< DA REVISIONARE" to r-flag-disp
              perform APRI-INTERVENTO-USURA
           end-if.

           move "mai" to r-servizio-txt.
                  " / "             delimited size
                  r-intervallo-disp delimited size
                  "  "              delimited size
                  r-flag-disp       delimited "  "
                  " "               delimited size
                  r-ordine-disp     delimited size
             into r-riga-stazione
           end-string.
           move ArialNarrow11    to spl-hfont.
           add 0,45 to spl-riga.
           add 1 to num-stazioni.

      ***---
       APRI-INTERVENTO-USURA.
           initialize intervento-linkage.
           move sta-code     to itk-sta-code.
           set itk-da-usura  to true.
           move "N"          to itk-fuori-servizio.
           string "Serie dall'ultimo tagliando oltre l'intervallo "
                  delimited size
                  "di manutenzione" delimited size
             into itk-descrizione
           end-string.
           call   "intervento" using intervento-linkage.
           cancel "intervento".
           initialize r-ordine-disp.
           evaluate true
           when itk-aperto
                string "ordine n. "  delimited size
                       itk-numero    delimited size
                       " aperto"     delimited size
                  into r-ordine-disp
                end-string
           when itk-gia-aperto
                string "ordine n. "  delimited size
                       itk-numero    delimited size
                       " in corso"   delimited size
                  into r-ordine-disp
                end-string
           end-evaluate.

      ***---
       SCRIVI.
           set  spl-stringa   to true.
