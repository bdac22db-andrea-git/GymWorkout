       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-accessi.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Tentativi di accesso respinti nel mese (ACCESSI, scritto da
      *    accesso): per ognuno data e ora, operatore digitato o
      *    collegato, programma e funzione chiesti, ruolo, postazione e
      *    motivo (password errata, operatore sconosciuto, disattivato,
      *    bloccato, ruolo non abilitato). In fondo i totali per
      *    motivo: piu' password errate di fila sullo stesso codice
      *    sono il segnale da guardare.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "accessi.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "accessi.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-accessi        pic xx.

      * COSTANTI
       78  titolo                value "Accessi respinti".
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

      * PERIODO
       77  mese-rif              pic 9(6).
       77  data-da               pic 9(8).
       77  data-a                pic 9(8).

      * TOTALI PER MOTIVO: P, U, D, B, N
       01  tab-motivi.
           05 filler pic x(21) value "PPassword errata     ".
           05 filler pic x(21) value "UCodice sconosciuto  ".
           05 filler pic x(21) value "DOperatore disattivo ".
           05 filler pic x(21) value "BOperatore bloccato  ".
           05 filler pic x(21) value "NRuolo non abilitato ".
       01  filler redefines tab-motivi.
           05 tab-mot-el         occurs 5 times.
               10 tab-mot-codice     pic x.
               10 tab-mot-desc       pic x(20).
       01  tab-conteggi.
           05 tab-mot-num        pic 9(6) occurs 5 times.
       77  tab-ix                pic 9.
       77  tot-respinti          pic 9(6) value 0.

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(200).
       01  r-mese-disp.
           05 r-mese-mese        pic 99.
           05 filler             pic x value "/".
           05 r-mese-anno        pic 9(4).
       01  como-data-calcolo.
           05 como-data-anno     pic 9(4).
           05 como-data-mese     pic 99.
           05 como-data-gg       pic 99.
       01  r-data-disp.
           05 r-data-gg          pic 99.
           05 filler             pic x value "/".
           05 r-data-mese        pic 99.
           05 filler             pic x value "/".
           05 r-data-anno        pic 9(4).
       01  como-ora.
           05 como-ora-hh        pic 99.
           05 como-ora-mm        pic 99.
           05 filler             pic 9(4).
       01  r-ora-disp.
           05 r-ora-hh           pic 99.
           05 filler             pic x value ":".
           05 r-ora-mm           pic 99.
       01  r-operatore           pic x(20).
       01  r-motivo              pic x(20).
       01  r-num-disp            pic zzzzz9.

       LINKAGE SECTION.
      *    Mese (aaaamm); zero = mese precedente.
       77  link-mese             pic 9(6).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-mese
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
           initialize tab-conteggi.
           if link-mese = 0
              accept como-data-calcolo from century-date
              if como-data-mese = 1
                 move 12 to como-data-mese
                 subtract 1 from como-data-anno
              else
                 subtract 1 from como-data-mese
              end-if
              move como-data-calcolo(1:6) to mese-rif
           else
              move link-mese to mese-rif
           end-if.
           compute data-da = mese-rif * 100 + 1.
           compute data-a  = mese-rif * 100 + 31.

      ***---
       APRI-FILES.
      *    Nessun archivio: nessun tentativo respinto da riportare,
      *    si stampa comunque la pagina vuota.
           open input accessi.
           if status-accessi not = "00" and not = "05"
              move "35" to status-accessi
           end-if.

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
              move mese-rif(5:2) to r-mese-mese
              move mese-rif(1:4) to r-mese-anno
              initialize r-titolo
              string titolo       delimited size
                     " - mese "   delimited size
                     r-mese-disp  delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to r-riga
              perform SCRIVI-RIGA
              add 0,2 to spl-riga

              move ArialNarrow11 to spl-hfont
              if status-accessi not = "35"
                 perform STAMPA-RESPINTI
              end-if
              if tot-respinti = 0
                 move "Nessun accesso respinto nel mese" to r-riga
                 perform SCRIVI-RIGA
              else
                 perform STAMPA-TOTALI
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-RESPINTI.
           move data-da    to acl-data.
           move 0          to acl-ora.
           move low-value  to acl-operatore.
           start accessi key is >= acl-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read accessi next at end exit perform end-read
              if acl-data > data-a
                 exit perform
              end-if
              add 1 to tot-respinti
              perform STAMPA-RIGA-RESPINTO
           end-perform.

      ***---
       STAMPA-RIGA-RESPINTO.
           move acl-data to como-data-calcolo.
           perform COMPONI-DATA.
           move acl-ora     to como-ora.
           move como-ora-hh to r-ora-hh.
           move como-ora-mm to r-ora-mm.
           if acl-operatore = spaces
              move "(nessuno)"   to r-operatore
           else
              move acl-operatore to r-operatore
           end-if.
           move acl-motivo to r-motivo.
           perform varying tab-ix from 1 by 1 until tab-ix > 5
              if tab-mot-codice(tab-ix) = acl-motivo
                 move tab-mot-desc(tab-ix) to r-motivo
                 add 1 to tab-mot-num(tab-ix)
                 exit perform
              end-if
           end-perform.
           initialize r-riga.
           string r-data-disp      delimited size
                  " "              delimited size
                  r-ora-disp       delimited size
                  " "              delimited size
                  r-operatore      delimited size
                  " "              delimited size
                  acl-programma    delimited size
                  " "              delimited size
                  acl-funzione     delimited size
                  " ruolo "        delimited size
                  acl-ruolo        delimited size
                  " da "           delimited size
                  acl-postazione   delimited size
                  " "              delimited size
                  r-motivo         delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-TOTALI.
           add 0,3 to spl-riga.
           move ArialNarrow11B to spl-hfont.
           move tot-respinti   to r-num-disp.
           initialize r-riga.
           string "Accessi respinti: " delimited size
                  r-num-disp           delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.
           move ArialNarrow11 to spl-hfont.
           perform varying tab-ix from 1 by 1 until tab-ix > 5
              if tab-mot-num(tab-ix) > 0
                 move tab-mot-num(tab-ix) to r-num-disp
                 initialize r-riga
                 string tab-mot-desc(tab-ix) delimited size
                        ": "                 delimited size
                        r-num-disp           delimited size
                   into r-riga
                 end-string
                 perform SCRIVI-RIGA
              end-if
           end-perform.

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
           if status-accessi not = "35"
              close accessi
           end-if.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
