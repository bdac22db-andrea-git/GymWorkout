      *    alto gia' esistente sul file. Un lock tenuto da un altro
      *    terminale si riprova qualche volta prima di arrendersi
      *    (link-status -1: il chiamante non deve assegnare niente).
      *    Ogni avanzamento del contatore va al giornale di giornata:
      *    dopo un ripristino la numerazione riparte dall'ultimo
      *    codice davvero dispensato e non ne riemette di gia' usati.
      ******************************************************************

       INPUT-OUTPUT SECTION.
           copy "counters.fd".

       WORKING-STORAGE SECTION.
           copy "giornale.lks".
       78  78-max-tentativi        value 10.
       77  status-counters         pic xx.
       77  esito-giornale          signed-short.
       77  num-tentativi           pic 99.
       77  filler                  pic 9.
           88 contatore-acquisito  value 1 false 0.
           if contatore-nuovo
              write cnt-rec
                    invalid move -1 to link-status
                not invalid
                    set gnk-scrittura to true
                    perform GIORNALE-COUNTERS
              end-write
           else
              rewrite cnt-rec
                      invalid move -1 to link-status
                  not invalid
                      set gnk-riscrittura to true
                      perform GIORNALE-COUNTERS
              end-rewrite
           end-if.

              set contatore-acquisito to false
              call "C$SLEEP" using 1
           end-if.

      ***---
       GIORNALE-COUNTERS.
      *    Immagine dopo al giornale di giornata: l'operazione (W/R)
      *    la imposta chi chiama, subito dopo l'I/O riuscito.
           move "nextcode" to gnk-programma.
           move "counters" to gnk-file.
           move cnt-rec    to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.
