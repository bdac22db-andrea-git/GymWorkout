       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      qualifica.
       SPECIAL-NAMES. decimal-point is comma.
      ******************************************************************
      *    Verifica delle qualifiche di un trainer per un lavoro: dai
      *    REQUISITI del lavoro (quelli generali G valgono sempre, poi
      *    quelli del corso, dell'esercizio tecnico o del personal
      *    training indicati in linkage) controlla che per ogni tipo
      *    richiesto ci sia in QUALIFICHE una riga rilasciata entro la
      *    data indicata e non ancora scaduta a quella data.
      *    Restituisce la prima qualifica mancante con la scadenza
      *    dell'ultima posseduta, per il messaggio del chiamante: sta
      *    al chiamante rifiutare (gclasses, gptbook, gclearan) o solo
      *    avvisare (gshifts). Senza archivi o senza requisiti il
      *    trainer risulta qualificato.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "qualifiche.sl".
           copy "requisiti.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "qualifiche.fd".
           copy "requisiti.fd".

       WORKING-STORAGE SECTION.
           copy "tipi-qualifica.def".

       77  status-qualifiche       pic xx.
       77  status-requisiti        pic xx.

       77  filler                  pic 9.
           88 qualifica-valida     value 1 false 0.

       77  lavoro-cercato          pic x.
       77  oggetto-cercato         pic x(5).
       77  ultima-scadenza         pic 9(8).
       77  ix-tipo                 pic 99.

       01  como-data-calcolo.
           05 como-data-anno       pic 9(4).
           05 como-data-mese       pic 99.
           05 como-data-gg         pic 99.
       01  r-data-disp.
           05 r-data-gg            pic 99.
           05 filler               pic x value "/".
           05 r-data-mese          pic 99.
           05 filler               pic x value "/".
           05 r-data-anno          pic 9(4).

       LINKAGE SECTION.
           copy "qualifica.lks".

      ******************************************************************
       PROCEDURE DIVISION using qualifica-linkage.
      ***---
       MAIN-PRG.
           set qlk-qualificato to true.
           move spaces to qlk-qualifica qlk-desc-qualifica
                          qlk-messaggio.
           move 0      to qlk-scaduta-il.

           open input requisiti.
           if status-requisiti not = "00" and not = "05"
              goback
           end-if.
           open input qualifiche.
           if status-qualifiche not = "00" and not = "05"
      *       Requisiti definiti ma nessuna qualifica registrata: i
      *       requisiti si controllano comunque, a registro vuoto.
              move "35" to status-qualifiche
           end-if.

           move "G"    to lavoro-cercato.
           move spaces to oggetto-cercato.
           perform CONTROLLA-REQUISITI.

           if qlk-qualificato
              evaluate true
              when qlk-corso
                   move "C"         to lavoro-cercato
                   move qlk-oggetto to oggetto-cercato
                   perform CONTROLLA-REQUISITI
              when qlk-esercizio
                   move "E"         to lavoro-cercato
                   move qlk-oggetto to oggetto-cercato
                   perform CONTROLLA-REQUISITI
              when qlk-personal
                   move "P"         to lavoro-cercato
                   move spaces      to oggetto-cercato
                   perform CONTROLLA-REQUISITI
              end-evaluate
           end-if.

           close requisiti.
           if status-qualifiche not = "35"
              close qualifiche
           end-if.
           goback.

      ***---
       CONTROLLA-REQUISITI.
           move lavoro-cercato  to rqs-lavoro.
           move oggetto-cercato to rqs-oggetto.
           move low-value       to rqs-qualifica.
           start requisiti key is >= rqs-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read requisiti next at end exit perform end-read
              if rqs-lavoro  not = lavoro-cercato
              or rqs-oggetto not = oggetto-cercato
                 exit perform
              end-if
              perform VERIFICA-QUALIFICA
              if not qualifica-valida
                 set qlk-non-qualificato to true
                 move rqs-qualifica   to qlk-qualifica
                 move ultima-scadenza to qlk-scaduta-il
                 perform DESCRIVI-QUALIFICA
                 perform COMPONI-MESSAGGIO
                 exit perform
              end-if
           end-perform.

      ***---
       VERIFICA-QUALIFICA.
           set qualifica-valida to false.
           move 0 to ultima-scadenza.
           if status-qualifiche = "35"
              exit paragraph
           end-if.
           move qlk-trn-code  to qlf-trn-code.
           move rqs-qualifica to qlf-tipo.
           move 0             to qlf-data-rilascio.
           start qualifiche key is >= qlf-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read qualifiche next at end exit perform end-read
              if qlf-trn-code not = qlk-trn-code
              or qlf-tipo     not = rqs-qualifica
                 exit perform
              end-if
              if qlf-data-rilascio <= qlk-data
                 if qlf-data-scadenza = 0
                 or qlf-data-scadenza >= qlk-data
                    set qualifica-valida to true
                    exit perform
                 end-if
                 if qlf-data-scadenza > ultima-scadenza
                    move qlf-data-scadenza to ultima-scadenza
                 end-if
              end-if
           end-perform.

      ***---
       DESCRIVI-QUALIFICA.
           move rqs-qualifica to qlk-desc-qualifica.
           perform varying ix-tipo from 1 by 1
                     until ix-tipo > 78-num-tipi-qualifica
              if tqu-codice(ix-tipo) = rqs-qualifica
                 move tqu-desc(ix-tipo) to qlk-desc-qualifica
                 exit perform
              end-if
           end-perform.

      ***---
       COMPONI-MESSAGGIO.
           if qlk-scaduta-il = 0
              string "Trainer "               delimited size
                     qlk-trn-code             delimited space
                     " senza qualifica "      delimited size
                     qlk-desc-qualifica       delimited "  "
                     " a registro"            delimited size
                into qlk-messaggio
              end-string
           else
              move qlk-scaduta-il to como-data-calcolo
              move como-data-gg   to r-data-gg
              move como-data-mese to r-data-mese
              move como-data-anno to r-data-anno
              string "Trainer "               delimited size
                     qlk-trn-code             delimited space
                     ": qualifica "           delimited size
                     qlk-desc-qualifica       delimited "  "
                     " scaduta il "           delimited size
                     r-data-disp              delimited size
                into qlk-messaggio
              end-string
           end-if.
