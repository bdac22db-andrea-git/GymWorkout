       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-prensta.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Foglio giornaliero delle prenotazioni (PRENSTAZ) da
      *    appendere accanto alla stazione: una pagina per ogni
      *    stazione prenotabile, una riga per slot della fascia
      *    dalle/alle con l'atleta che l'ha prenotato o "libero".
      *    Data in linkage (aaaammgg, zero = oggi) e stazione
      *    (spazi = tutte le stazioni prenotabili).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "prenstaz.sl".
       copy "stations.sl".
       copy "athletes.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "prenstaz.fd".
       copy "stations.fd".
       copy "athletes.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-prenstaz       pic xx.
       77  status-stations       pic xx.
       77  status-athletes       pic xx.

      * COSTANTI
       78  titolo                value "Prenotazioni stazione".
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
       77  filler                pic 9.
           88 prima-stazione     value 1 false 0.
       77  filler                pic 9.
           88 archivio-aperto    value 1 false 0.

       77  data-rif              pic 9(8).
       77  minuti-slot           pic 9(4).
       77  minuti-fine           pic 9(4).
       77  minuti-alle           pic 9(4).
       77  ore-conv              pic 99.
       77  resto-conv            pic 99.
       77  num-stazioni          pic 9(4) value 0.
       01  como-hhmm.
           05 como-hhmm-hh       pic 99.
           05 como-hhmm-mi       pic 99.
       01  como-data-calcolo.
           05 como-data-anno     pic 9(4).
           05 como-data-mese     pic 99.
           05 como-data-gg       pic 99.

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(250).
       01  r-data-disp.
           05 r-data-gg          pic 99.
           05 filler             pic x value "/".
           05 r-data-mese        pic 99.
           05 filler             pic x value "/".
           05 r-data-anno        pic 9(4).
       01  r-slot-disp.
           05 r-slot-da-hh       pic 99.
           05 filler             pic x value ":".
           05 r-slot-da-mi       pic 99.
           05 filler             pic x value "-".
           05 r-slot-a-hh        pic 99.
           05 filler             pic x value ":".
           05 r-slot-a-mi        pic 99.
       01  r-prenotato           pic x(60).

       LINKAGE SECTION.
      *    Data del foglio (aaaammgg); zero = oggi.
       77  link-data             pic 9(8).
      *    Stazione; spazi = tutte le prenotabili.
       77  link-sta-code         pic x(5).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-data link-sta-code
                                 link-stampante link-export-mode
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
           if link-data = 0
              accept data-rif from century-date
           else
              move link-data to data-rif
           end-if.
           move data-rif to como-data-calcolo.
           perform COMPONI-DATA.

      ***---
       APRI-FILES.
           open input stations.
           if status-stations not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
      *    Senza archivio delle prenotazioni il foglio esce con tutti
      *    gli slot liberi.
           set archivio-aperto to false.
           open input prenstaz.
           if status-prenstaz = "00" or = "05"
              set archivio-aperto to true
           end-if.
           open input athletes.

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
              set prima-stazione to true
              if link-sta-code not = spaces
                 move link-sta-code to sta-code
                 read stations
                      invalid continue
                  not invalid
                      perform STAMPA-STAZIONE
                 end-read
              else
                 move low-value to sta-code
                 start stations key is >= sta-code
                       invalid continue
                   not invalid
                       perform until 1 = 2
                          read stations next
                               at end exit perform
                          end-read
                          perform STAMPA-STAZIONE
                       end-perform
                 end-start
              end-if

              if num-stazioni = 0
                 move "Nessuna stazione prenotabile" to r-riga
                 move ArialNarrow11B to spl-hfont
                 perform SCRIVI-RIGA
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-STAZIONE.
           if not sta-prenotabile-si or sta-slot-minuti = 0
              exit paragraph
           end-if.
           add 1 to num-stazioni.
      *    Una pagina per stazione: il foglio si stacca e si appende.
           if not prima-stazione
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              move 0,6 to spl-riga
           end-if.
           set prima-stazione to false.

           initialize r-titolo.
           string titolo       delimited size
                  " "          delimited size
                  sta-code     delimited space
                  " - "        delimited size
                  sta-desc     delimited "  "
                  " - "        delimited size
                  r-data-disp  delimited size
             into r-titolo
           end-string.
           move ArialNarrow11B to spl-hfont.
           move r-titolo       to spl-riga-stampa.
           move 1              to spl-tipo-colonna.
           perform SCRIVI.
           add 0,7 to spl-riga.
           move ArialNarrow11  to spl-hfont.

           move sta-prenota-dalle to como-hhmm.
           compute minuti-slot = como-hhmm-hh * 60 + como-hhmm-mi.
           move sta-prenota-alle  to como-hhmm.
           compute minuti-alle = como-hhmm-hh * 60 + como-hhmm-mi.
           perform until minuti-slot >= minuti-alle
              perform STAMPA-SLOT
              add sta-slot-minuti to minuti-slot
           end-perform.

      ***---
       STAMPA-SLOT.
           compute minuti-fine = minuti-slot + sta-slot-minuti.
           if minuti-fine > minuti-alle
              move minuti-alle to minuti-fine
           end-if.
           divide minuti-slot by 60 giving ore-conv
                  remainder resto-conv.
           move ore-conv   to r-slot-da-hh.
           move resto-conv to r-slot-da-mi.
           move sta-code   to pst-sta-code.
           move data-rif   to pst-data.
           compute pst-ora = ore-conv * 100 + resto-conv.
           divide minuti-fine by 60 giving ore-conv
                  remainder resto-conv.
           move ore-conv   to r-slot-a-hh.
           move resto-conv to r-slot-a-mi.

           move "libero" to r-prenotato.
           if archivio-aperto
              read prenstaz
                   invalid continue
               not invalid
                   move pst-ath-code to ath-code
                   read athletes
                        invalid move spaces to ath-cognome ath-nome
                   end-read
                   initialize r-prenotato
                   string ath-cognome  delimited "  "
                          " "          delimited size
                          ath-nome     delimited "  "
                     into r-prenotato
                   end-string
              end-read
           end-if.

           initialize r-riga.
           string "   "          delimited size
                  r-slot-disp    delimited size
                  "     "        delimited size
                  r-prenotato    delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

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
           close stations athletes.
           if archivio-aperto
              close prenstaz
           end-if.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
