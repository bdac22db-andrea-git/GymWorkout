      *    particolare OGNI calo di record, che per un registro che
      *    dovrebbe solo crescere e' il sintomo di una conversione o
      *    rigenerazione andata male.
      *    Le rilevazioni scritte da riorg-files dopo una
      *    riorganizzazione riportano anche lo spazio recuperato
      *    (dimensione prima della riorganizzazione meno dimensione
      *    dopo), cosi' il calo di byte a record invariati si legge
      *    per quello che e'.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
               10 tab-ser-data       pic 9(8).
               10 tab-ser-record     pic 9(9).
               10 tab-ser-dim        pic 9(12).
               10 tab-ser-dim-pre    pic 9(12).
       77  tab-ser-count         pic 99 value 0.
       77  tab-ix                pic 99.
       77  num-da-stampare       pic 99.
       01  r-record-disp         pic zzzzzzzz9.
       01  r-dim-disp            pic zzzzzzzzzzz9.
       01  r-flag-disp           pic x(30).
       01  r-riorg-disp          pic x(50).
       01  r-recuperati-disp     pic zzzzzzzzzzz9.
       77  wk-recuperati         pic 9(12).

       LINKAGE SECTION.
       77  link-num-snapshot     pic 9(3).
                            tab-ser-record(tab-ser-count)
                       move fst-dimensione   to
                            tab-ser-dim(tab-ser-count)
                       perform CARICA-DIM-PRE-RIORG
                    else
      *                La serie e' piu' lunga della tabella: si tiene
      *                la coda, scartando la rilevazione piu' vecchia.
                            tab-ser-record(tab-ser-count)
                       move fst-dimensione   to
                            tab-ser-dim(tab-ser-count)
                       perform CARICA-DIM-PRE-RIORG
                    end-if
                 end-perform
                 perform STAMPA-SERIE-ARCHIVIO
           move tab-ser-data(tab-ix)   to r-data-disp.
           move tab-ser-record(tab-ix) to r-record-disp.
           move tab-ser-dim(tab-ix)    to r-dim-disp.
           perform VALUTA-RIORG.
           initialize r-riga-snap.
           string "   "          delimited size
                  r-data-disp    delimited size
                  r-dim-disp     delimited size
                  "  "           delimited size
                  r-flag-disp    delimited size
                  r-riorg-disp   delimited size
             into r-riga-snap
           end-string.
           move ArialNarrow11 to spl-hfont.
           perform SCRIVI.
           add 0,45 to spl-riga.

      ***---
       CARICA-DIM-PRE-RIORG.
      *    Le righe scritte prima che esistesse il campo lo hanno a
      *    spazi: valgono come "nessuna riorganizzazione".
           if fst-dim-pre-riorg is numeric
              move fst-dim-pre-riorg to
                   tab-ser-dim-pre(tab-ser-count)
           else
              move 0 to tab-ser-dim-pre(tab-ser-count)
           end-if.

      ***---
       VALUTA-RIORG.
           move spaces to r-riorg-disp.
           if tab-ser-dim-pre(tab-ix) > tab-ser-dim(tab-ix)
              compute wk-recuperati = tab-ser-dim-pre(tab-ix)
                                    - tab-ser-dim(tab-ix)
              move wk-recuperati to r-recuperati-disp
              string "  RIORGANIZZATO, recuperati byte: "
                                       delimited size
                     r-recuperati-disp delimited size
                into r-riorg-disp
              end-string
           end-if.

      ***---
       VALUTA-SALTO.
      *    Un calo di record e' SEMPRE segnalato; una crescita oltre
