       copy "fonts.def".
       copy "selprint.lks".
       copy "wodlang.def".
       copy "rientro.lks".
                           
       77  path-tmp-exe          pic x(256).
       77  status-tmp-exe        pic xx.
       77  r-alt-testo           pic x(30).
       77  r-note-appoggio       pic x(110).

      * CASO DI RIENTRO DOPO INFORTUNIO DELL'ATLETA (subprogramma
      * rientro): avviso a pie' di ogni pagina e segno sulle righe
      * degli esercizi vietati o a carico parziale.
       77  data-rientro          pic 9(8).
       77  filler                pic 9.
           88 rientro-in-corso   value 1 false 0.
       77  r-banner-rientro      pic x(120).
       77  r-segno-rientro       pic x(30).

      * QR DEL VIDEO DIMOSTRATIVO (exe-media-link): l'immagine QR di
      * ogni esercizio sta in <CARTELLA_QRCODE>\<exe-code>.bmp,
      * generata fuori linea quando il link viene valorizzato in
                    add 1 to tot-pagine
                 end-if
              end-if
              perform CERCA-RIENTRO-ATLETA
              perform STAMPA
           end-if.

      ***---
       CERCA-RIENTRO-ATLETA.
      *    Fase in corso alla data di stampa: la scheda si porta in
      *    sala nei giorni successivi, vale lo stato di oggi.
           set rientro-in-corso to false.
           move spaces to r-banner-rientro.
           accept data-rientro from century-date.
           initialize rientro-linkage.
           set rnk-verifica to true.
           move codice-atleta-stampa to rnk-ath-code.
           move data-rientro         to rnk-data.
           call   "rientro" using rientro-linkage.
           cancel "rientro".
           if rnk-nessun-caso
              exit paragraph
           end-if.
           set rientro-in-corso to true.
           if rnk-fase-riposo
              move "ATLETA A RIPOSO PER INFORTUNIO: NESSUN ALLENAMENTO"
                to r-banner-rientro
              move " FINO AL VIA LIBERA DEL TRAINER"
                to r-banner-rientro(51:)
           else
              string "RIENTRO DA INFORTUNIO - "  delimited size
                     rnk-messaggio               delimited "  "
                     " - seguire i segni sulle righe"
                                                 delimited size
                into r-banner-rientro
              end-string
           end-if.

      ***---
       SEGNA-RIGA-RIENTRO.
      *    Esercizio della riga (gia' promosso al sostituto) contro le
      *    esclusioni del caso: il segno va in testa al rigo note.
           if not rientro-in-corso
           or tex-date not = 0
           or tex-exe-code = spaces
              exit paragraph
           end-if.
           initialize rientro-linkage.
           set rnk-verifica to true.
           move codice-atleta-stampa to rnk-ath-code.
           move data-rientro         to rnk-data.
           move tex-exe-code         to rnk-exe-code.
           call   "rientro" using rientro-linkage.
           cancel "rientro".
           evaluate true
           when rnk-vietato and rnk-fase-riposo
                move "NON ESEGUIRE (riposo)"         to r-segno-rientro
           when rnk-vietato
                move "NON ESEGUIRE (riabilitazione)" to r-segno-rientro
           when rnk-avviso
                move "CARICO PARZIALE"               to r-segno-rientro
           when other
                exit paragraph
           end-evaluate.
           move r-note to r-note-appoggio.
           initialize r-note.
           string r-segno-rientro delimited "  "
                  "  "            delimited size
                  r-note-appoggio delimited size
             into r-note
           end-string.

      ***---
       STAMPA.
           move 0 to como-day.
                             perform ACCODA-ALTERNATIVA
                          end-if
                       end-if
                       perform SEGNA-RIGA-RIENTRO
                       move riga-note       to spl-riga-stampa
                       move 2,5             to spl-tipo-colonna
                       perform SCRIVI

           initialize spl-riga-stampa.
           move 0 to spl-tipo-colonna.

      *    Avviso del caso di rientro, su ogni pagina della scheda.
           if r-banner-rientro not = spaces
              move 0,3              to spl-colonna
              move ArialNarrow11B   to spl-hfont
              move r-banner-rientro to spl-riga-stampa
              perform SCRIVI
              subtract 78-passo from spl-riga
              move ArialNarrow8     to spl-hfont
           end-if.
                      
           move 27,4 to spl-colonna
           move pagina     to pagina-z.
