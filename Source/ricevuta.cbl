       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      ricevuta.
       SPECIAL-NAMES. decimal-point is comma.
      ******************************************************************
      *    Emissione dei documenti di cassa su RECEIPTS. In emissione
      *    scrive una ricevuta per l'incasso descritto in linkage (rata
      *    di gpayment, ingresso giornaliero di gcheckin, pacchetto PT
      *    di gptpack) e ne restituisce anno e numero. In storno
      *    scrive una nota di credito che richiama la ricevuta indicata
      *    e segna sulla ricevuta la nota che l'ha stornata: niente si
      *    cancella, la numerazione resta verificabile.
      *    I numeri arrivano da nextcode, un contatore per tipo
      *    documento e anno ("RICEVUTE2026", "NOTECRED2026"), seminato
      *    al primo avvio con l'ultimo numero gia' presente sul file.
      *    Esito in link-status: 0 emesso, -1 file o dispensatore non
      *    disponibili (nessun documento), 1 ricevuta da stornare
      *    inesistente, 2 ricevuta gia' stornata.
      *    Ogni documento scritto e ogni richiamo segnato sulla
      *    ricevuta stornata vanno al giornale di giornata, come le
      *    scritture dei programmi che chiamano.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "receipts.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "receipts.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "operatore.def".
           copy "giornale.lks".

       77  status-receipts         pic xx.
       77  esito-giornale          signed-short.
       77  oggi                    pic 9(8).
       77  tipo-documento          pic x.
       77  anno-documento          pic 9(4).
       77  r-numero-disp           pic 9(8).

      * DISPENSA DEL NUMERO (nextcode su COUNTERS): nome contatore
      * largo quanto il link-nome del chiamato.
       77  nome-contatore          pic x(20).
       77  seme-codice             pic 9(18).
       77  codice-dispensato       pic 9(18).
       77  esito-nextcode          signed-short.

       01  ricevuta-originale      pic x(400).

       LINKAGE SECTION.
           copy "ricevuta.lks".
       77  link-status             signed-short.

      ******************************************************************
       PROCEDURE DIVISION using ricevuta-linkage link-status.
      ***---
       MAIN-PRG.
           move 0 to link-status.

           open i-o receipts.
           if status-receipts = "35"
              open output receipts
              close receipts
              open i-o receipts
           end-if.
           if status-receipts not = "00" and not = "05"
              move -1 to link-status
              goback
           end-if.

           accept oggi from century-date.
           move oggi(1:4) to anno-documento.
           evaluate true
           when ric-emissione
                perform EMETTI-RICEVUTA
           when ric-storno
                perform STORNA-RICEVUTA
           end-evaluate.

           close receipts.
           goback.

      ***---
       EMETTI-RICEVUTA.
           move "R" to tipo-documento.
           perform DISPENSA-NUMERO.
           if link-status not = 0
              exit paragraph
           end-if.

           initialize rcp-rec.
           set rcp-ricevuta          to true.
           move anno-documento       to rcp-anno.
           move codice-dispensato    to rcp-numero.
           move oggi                 to rcp-data.
           accept rcp-ora            from time.
           move ric-origine          to rcp-origine.
           move ric-ath-code         to rcp-ath-code.
           move ric-intestatario     to rcp-intestatario.
           move ric-causale          to rcp-causale.
           move ric-importo          to rcp-importo.
           move ric-metodo           to rcp-metodo.
           move ric-rif-chiave       to rcp-rif-chiave.
           accept SYSTEM-INFORMATION from system-info.
           move SYSTEM-INFO-USER-ID  to rcp-utente.
      *    Operatore collegato ad accesso, se la sessione ne ha uno.
           if opc-codice not = spaces and not = low-value
              move opc-codice     to rcp-utente
           end-if.
           write rcp-rec
                 invalid
                    move -1 to link-status
                    exit paragraph
           end-write.
           set gnk-scrittura to true.
           perform GIORNALE-RECEIPTS.
           move rcp-anno   to ric-anno.
           move rcp-numero to ric-numero.

      ***---
       STORNA-RICEVUTA.
           set rcp-ricevuta to true.
           move ric-anno    to rcp-anno.
           move ric-numero  to rcp-numero.
           read receipts
                invalid
                   move 1 to link-status
                   exit paragraph
           end-read.
           if rcp-rif-numero not = 0
              move 2 to link-status
              exit paragraph
           end-if.
           move rcp-rec to ricevuta-originale.

           move "N" to tipo-documento.
           perform DISPENSA-NUMERO.
           if link-status not = 0
              exit paragraph
           end-if.

      *    La nota riprende intestatario, importo e modo della
      *    ricevuta: e' lo stesso incasso, restituito.
           move ricevuta-originale   to rcp-rec.
           set rcp-nota-credito      to true.
           move anno-documento       to rcp-anno.
           move codice-dispensato    to rcp-numero.
           move oggi                 to rcp-data.
           accept rcp-ora            from time.
           if ric-causale not = spaces
              move ric-causale       to rcp-causale
           else
              move ric-numero        to r-numero-disp
              initialize rcp-causale
              string "Storno ricevuta n. " delimited size
                     ric-anno              delimited size
                     "/"                   delimited size
                     r-numero-disp         delimited size
                into rcp-causale
              end-string
           end-if.
           move ric-anno             to rcp-rif-anno.
           move ric-numero           to rcp-rif-numero.
           move 0                    to rcp-num-stampe.
           accept SYSTEM-INFORMATION from system-info.
           move SYSTEM-INFO-USER-ID  to rcp-utente.
      *    Operatore collegato ad accesso, se la sessione ne ha uno.
           if opc-codice not = spaces and not = low-value
              move opc-codice     to rcp-utente
           end-if.
           write rcp-rec
                 invalid
                    move -1 to link-status
                    exit paragraph
           end-write.
           set gnk-scrittura to true.
           perform GIORNALE-RECEIPTS.
           move rcp-anno   to ric-nc-anno.
           move rcp-numero to ric-nc-numero.

           set rcp-ricevuta to true.
           move ric-anno    to rcp-anno.
           move ric-numero  to rcp-numero.
           read receipts
                invalid continue
            not invalid
                move ric-nc-anno   to rcp-rif-anno
                move ric-nc-numero to rcp-rif-numero
                rewrite rcp-rec
                        invalid continue
                    not invalid
                        set gnk-riscrittura to true
                        perform GIORNALE-RECEIPTS
                end-rewrite
           end-read.

      ***---
       DISPENSA-NUMERO.
      *    Un contatore per tipo documento e anno: la numerazione
      *    riparte da 1 a gennaio.
           initialize nome-contatore.
           if tipo-documento = "R"
              string "RICEVUTE"     delimited size
                     anno-documento delimited size
                into nome-contatore
              end-string
           else
              string "NOTECRED"     delimited size
                     anno-documento delimited size
                into nome-contatore
              end-string
           end-if.
           perform CERCA-NUMERO-PIU-ALTO.
           call "nextcode" using nome-contatore seme-codice
                                 codice-dispensato esito-nextcode.
           cancel "nextcode".
           if esito-nextcode not = 0
              move -1 to link-status
           end-if.

      ***---
       CERCA-NUMERO-PIU-ALTO.
      *    Seme per il primo avvio del contatore: l'ultimo numero gia'
      *    emesso per tipo e anno (la START si posiziona sull'ultima
      *    chiave non superiore, che si legge col primo giro in
      *    avanti).
           move 0              to seme-codice.
           move tipo-documento to rcp-tipo.
           move anno-documento to rcp-anno.
           move 99999999       to rcp-numero.
           start receipts key is <= rcp-key
                 invalid continue
             not invalid
                 read receipts next
                      at end continue
                  not at end
                      if rcp-tipo = tipo-documento
                      and rcp-anno = anno-documento
                         move rcp-numero to seme-codice
                      end-if
                 end-read
           end-start.

      ***---
       GIORNALE-RECEIPTS.
      *    Immagine dopo al giornale di giornata: l'operazione (W/R)
      *    la imposta chi chiama, subito dopo l'I/O riuscito.
           move "ricevuta" to gnk-programma.
           move "receipts" to gnk-file.
           move rcp-rec    to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.
