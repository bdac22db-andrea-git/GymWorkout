       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-armadietti.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Situazione armadietti alla chiusura: prima le chiavi
      *    giornaliere ancora fuori (registro ARMASSEGN con la
      *    restituzione a zeri) con armadietto, ora di consegna,
      *    nominativo e telefono del socio da richiamare; poi gli
      *    armadietti fuori servizio col motivo; infine gli affitti
      *    mensili in corso con la scadenza, quelli scaduti marcati
      *    da liberare o rinnovare in garmadi.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "armadietti.sl".
       copy "armassegn.sl".
       copy "athletes.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "armadietti.fd".
       copy "armassegn.fd".
       copy "athletes.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-armadietti     pic xx.
       77  status-armassegn      pic xx.
       77  status-athletes       pic xx.

      * COSTANTI
       78  titolo                value "Situazione armadietti".
       78  78-fine-pagina        value 19.

       77  ArialNarrow11         handle of font.
       77  ArialNarrow11B        handle of font.
       77  WFONT-STATUS          pic s9(5) value zero.
       77  font-size-dply        pic z(5).
       77  messaggio             pic x(150) value spaces.

      * FLAGS
       77  controlli             pic xx.
           88 tutto-ok           value "OK".
           88 errori             value "ER".

       77  oggi                  pic 9(8).
       77  num-righe-sezione     pic 9(5).
       77  num-chiavi-fuori      pic 9(5) value 0.
       77  num-fuori-servizio    pic 9(5) value 0.
       77  num-affitti           pic 9(5) value 0.

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(200).
       01  r-nominativo          pic x(50).
       01  r-data-disp.
           05 r-data-gg          pic 99.
           05 filler             pic x value "/".
           05 r-data-mese        pic 99.
           05 filler             pic x value "/".
           05 r-data-anno        pic 9(4).
       01  como-data-calcolo.
           05 como-data-anno     pic 9(4).
           05 como-data-mese     pic 99.
           05 como-data-gg       pic 99.
       01  como-ora-spezzata.
           05 como-ora-hh        pic 99.
           05 como-ora-mi        pic 99.
           05 filler             pic x(4).
       01  r-ora-disp.
           05 r-ora-hh           pic 99.
           05 filler             pic x value ",".
           05 r-ora-mi           pic 99.
       01  r-armadietto          pic z(3)9.
       01  r-scaduto             pic x(9).
       01  r-num-1               pic zzz9.
       01  r-num-2               pic zzz9.
       01  r-num-3               pic zzz9.

       LINKAGE SECTION.
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-stampante link-export-mode
                                 link-export-path link-modo-anteprima.

      ***---
       MAIN-PRG.
           perform INIT.
           perform APRI-FILES.
           if tutto-ok
              perform STAMPA
              perform CHIUDI-FILES
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok  to true.
           accept oggi from century-date.

      ***---
       APRI-FILES.
           open input armadietti.
           if status-armadietti not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           open input armassegn athletes.

      ***---
       STAMPA.
           if link-stampa-file
      *       Esportazione su file (PDF): niente finestra di scelta
      *       stampante, si stampa direttamente su file.
              move link-export-path to spl-nome-file-export
              move titolo            to spl-nome-job
              set spl-apertura-file  to true
              set spl-horizontal     to true
              set WFDEVICE-WIN-PRINTER    to true
              call "spooler" using spooler-link
              if spl-sta-annu
                 set errori to true
              else
                 perform CARICA-FONT
              end-if
           else
              if link-anteprima
      *          Anteprima a video: nessuna scelta stampante, si apre
      *          direttamente sulla stampante virtuale di anteprima.
                 move titolo          to spl-nome-job
                 set spl-apertura-anteprima  to true
                 set spl-horizontal   to true
                 set WFDEVICE-WIN-PRINTER    to true
                 call "spooler" using spooler-link
                 if spl-sta-annu
                    set errori to true
                 else
                    perform CARICA-FONT
                 end-if
              else
              if link-stampante = spaces
                 initialize spooler-link
                 call   "selprint" using selprint-linkage
                 cancel "selprint"
              else
                 move link-stampante to selprint-stampante
              end-if

              if selprint-stampante not = space
                 move selprint-num-copie to SPL-NUM-COPIE
                 move selprint-stampante to SPL-NOME-STAMPANTE

                 move titolo to spl-nome-job
                 set spl-apertura   to true
                 set spl-horizontal to true
                 set WFDEVICE-WIN-PRINTER    to true
                 call "spooler" using spooler-link
                 if spl-sta-annu
                    set errori to true
                 else
                    perform CARICA-FONT
                 end-if
              else
                 set spl-sta-annu to true
                 set errori to true
              end-if
              end-if
           end-if.

           if tutto-ok
              move 0,6 to spl-riga
              move oggi to como-data-calcolo
              perform COMPONI-DATA
              initialize r-titolo
              string titolo       delimited size
                     " al "       delimited size
                     r-data-disp  delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to r-riga
              perform SCRIVI-RIGA
              add 0,2 to spl-riga

              perform STAMPA-CHIAVI-FUORI
              perform STAMPA-FUORI-SERVIZIO
              perform STAMPA-AFFITTI

              move num-chiavi-fuori   to r-num-1
              move num-fuori-servizio to r-num-2
              move num-affitti        to r-num-3
              initialize r-riga
              string "Chiavi fuori: "         delimited size
                     r-num-1                  delimited size
                     "   fuori servizio: "    delimited size
                     r-num-2                  delimited size
                     "   affitti mensili: "   delimited size
                     r-num-3                  delimited size
                into r-riga
              end-string
              add 0,3 to spl-riga
              move ArialNarrow11B to spl-hfont
              perform SCRIVI-RIGA

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-CHIAVI-FUORI.
           move ArialNarrow11B to spl-hfont.
           move "Chiavi giornaliere ancora fuori" to r-riga.
           perform SCRIVI-RIGA.
           move ArialNarrow11 to spl-hfont.
           move 0 to num-righe-sezione.
           move low-value to asg-key.
           start armassegn key is >= asg-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read armassegn next at end exit perform end-read
                    if asg-data-restituzione = 0 and asg-giornaliera
                       perform STAMPA-RIGA-CHIAVE
                    end-if
                 end-perform
           end-start.
           if num-righe-sezione = 0
              move "Nessuna: tutte le chiavi sono rientrate" to r-riga
              perform SCRIVI-RIGA
           end-if.

      ***---
       STAMPA-RIGA-CHIAVE.
           add 1 to num-righe-sezione num-chiavi-fuori.
           move asg-numero to r-armadietto arm-numero.
           read armadietti
                invalid move spaces to arm-zona
           end-read.
           move asg-code to ath-code.
           perform COMPONI-NOMINATIVO.
           move asg-data-consegna to como-data-calcolo.
           perform COMPONI-DATA.
           move asg-ora-consegna to como-ora-spezzata.
           move como-ora-hh to r-ora-hh.
           move como-ora-mi to r-ora-mi.
           initialize r-riga.
           string "Armadietto "    delimited size
                  r-armadietto     delimited size
                  " "              delimited size
                  arm-zona         delimited size
                  " dal "          delimited size
                  r-data-disp      delimited size
                  " ore "          delimited size
                  r-ora-disp       delimited size
                  "  "             delimited size
                  r-nominativo     delimited size
                  " tel. "         delimited size
                  ath-telefono     delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-FUORI-SERVIZIO.
           add 0,3 to spl-riga.
           perform CONTROLLA-FINE-PAGINA.
           move ArialNarrow11B to spl-hfont.
           move "Armadietti fuori servizio" to r-riga.
           perform SCRIVI-RIGA.
           move ArialNarrow11 to spl-hfont.
           move 0 to num-righe-sezione.
           move low-value to arm-key.
           start armadietti key is >= arm-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read armadietti next at end exit perform end-read
                    if arm-fuori-servizio
                       add 1 to num-righe-sezione num-fuori-servizio
                       move arm-numero to r-armadietto
                       initialize r-riga
                       string "Armadietto "  delimited size
                              r-armadietto   delimited size
                              " "            delimited size
                              arm-zona       delimited size
                              "  "           delimited size
                              arm-note       delimited size
                         into r-riga
                       end-string
                       perform SCRIVI-RIGA
                    end-if
                 end-perform
           end-start.
           if num-righe-sezione = 0
              move "Nessuno" to r-riga
              perform SCRIVI-RIGA
           end-if.

      ***---
       STAMPA-AFFITTI.
           add 0,3 to spl-riga.
           perform CONTROLLA-FINE-PAGINA.
           move ArialNarrow11B to spl-hfont.
           move "Affitti mensili in corso" to r-riga.
           perform SCRIVI-RIGA.
           move ArialNarrow11 to spl-hfont.
           move 0 to num-righe-sezione.
           move low-value to asg-key.
           start armassegn key is >= asg-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read armassegn next at end exit perform end-read
                    if asg-data-restituzione = 0 and asg-mensile
                       perform STAMPA-RIGA-AFFITTO
                    end-if
                 end-perform
           end-start.
           if num-righe-sezione = 0
              move "Nessuno" to r-riga
              perform SCRIVI-RIGA
           end-if.

      ***---
       STAMPA-RIGA-AFFITTO.
           add 1 to num-righe-sezione num-affitti.
           move asg-numero to r-armadietto.
           move asg-code to ath-code.
           perform COMPONI-NOMINATIVO.
           move asg-data-scadenza to como-data-calcolo.
           perform COMPONI-DATA.
           if asg-data-scadenza < oggi
              move "  SCADUTO" to r-scaduto
           else
              move spaces      to r-scaduto
           end-if.
           initialize r-riga.
           string "Armadietto "    delimited size
                  r-armadietto     delimited size
                  "  "             delimited size
                  r-nominativo     delimited size
                  " tel. "         delimited size
                  ath-telefono     delimited size
                  " scadenza "     delimited size
                  r-data-disp      delimited size
                  r-scaduto        delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       COMPONI-NOMINATIVO.
      *    Codice e nominativo del socio in ath-code, su 50 colonne.
           move spaces to r-nominativo.
           read athletes
                invalid move spaces to ath-cognome ath-nome
                                       ath-telefono
           end-read.
           string ath-code     delimited size
                  " "          delimited size
                  ath-cognome  delimited "  "
                  " "          delimited size
                  ath-nome     delimited "  "
             into r-nominativo
           end-string.

      ***---
       COMPONI-DATA.
           move como-data-gg   to r-data-gg.
           move como-data-mese to r-data-mese.
           move como-data-anno to r-data-anno.

      ***---
       SCRIVI-RIGA.
           perform CONTROLLA-FINE-PAGINA.
           move r-riga to spl-riga-stampa.
           move 1      to spl-tipo-colonna.
           perform SCRIVI.
           add 0,45 to spl-riga.

      ***---
       CONTROLLA-FINE-PAGINA.
           if spl-riga > 78-fine-pagina
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              move 0,6 to spl-riga
           end-if.

      ***---
       SCRIVI.
           set  spl-stringa   to true.
           call "spooler"  using spooler-link.

      ***---
       CARICA-FONT.
      * Arial Narrow 11
           initialize wfont-data.
           move 11 to wfont-size.
           move "Arial Narrow"            to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to false.
           set  wfont-italic         to false.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           call "W$FONT" using wfont-get-font, ArialNarrow11,
                               wfont-data
                        giving wfont-status.
           if wfont-status not = 1
              set errori to true
              perform MESSAGGIO-ERR-FONT
              exit paragraph
           end-if.

      * Arial Narrow 11 Bold
           initialize wfont-data.
           move 11 to wfont-size.
           move "Arial Narrow"            to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to true.
           set  wfont-italic         to false.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           call "W$FONT" using wfont-get-font, ArialNarrow11B,
                               wfont-data
                        giving wfont-status.
           if wfont-status not = 1
              set errori to true
              perform MESSAGGIO-ERR-FONT
              exit paragraph
           end-if.

      ***---
       MESSAGGIO-ERR-FONT.
           initialize messaggio.
           inspect wfont-name replacing trailing space by low-value.
           move wfont-size    to font-size-dply.
           string  "Font: "         delimited size
                   WFONT-NAME       delimited low-value
                   X"0D0A"          delimited size
                   "Dimensione: ",  delimited size
                   FONT-SIZE-DPLY,  delimited size
                   X"0D0A"          delimited size
                   "Non installato. La stampa verra' abortita!"
                                    delimited size
              into messaggio.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CHIUDI-FILES.
           close armadietti armassegn athletes.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
