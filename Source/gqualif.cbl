       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      gqualif.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Maintenance screen delle qualifiche dei trainer
      *    (qualifiche): per trainer, tipo (TIPI-QUALIFICA.DEF: BLS,
      *    KB, OLY, SPIN, PT, ...) e data di rilascio si registrano
      *    scadenza (zero = non scade), ente che l'ha rilasciata e
      *    numero dell'attestato. Un rinnovo si registra come riga
      *    nuova con la nuova data di rilascio: lo storico resta.
      *    Le qualifiche richieste per lavorare stanno in REQUISITI
      *    (greqqual), le scadenze vicine in st-qualifiche.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "qualifiche.sl".
       copy "trainers.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "qualifiche.fd".
       copy "trainers.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".
       copy "tipi-qualifica.def".

       77  status-qualifiche    pic xx.
       77  status-trainers      pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 record-esistente  value 1 false 0.
       77  filler               pic 9.
           88 tipo-valido       value 1 false 0.

       77  risposta             pic 9.
       77  ix-tipo              pic 99.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-trainer      value 1.
       78  78-ID-ef-tipo         value 2.
       78  78-ID-ef-rilascio     value 3.
       78  78-ID-ef-scadenza     value 4.
       78  78-ID-ef-ente         value 5.
       78  78-ID-ef-attestato    value 6.
       78  78-ID-pb-carica       value 7.
       78  78-ID-pb-salva        value 8.
       78  78-ID-pb-elimina      value 9.
       78  78-ID-pb-esci         value 10.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-trainer-buf        pic x(5).
       77  ef-nominativo-buf     pic x(81).
       77  ef-tipo-buf           pic x(4).
       77  ef-desc-tipo-buf      pic x(30).
       77  ef-rilascio-buf       pic 9(8).
       77  ef-scadenza-buf       pic 9(8).
       77  ef-ente-buf           pic x(40).
       77  ef-attestato-buf      pic x(20).

       SCREEN SECTION.
       01  Form1.
           05 ef-trainer    line 2  col 22 pic x(5)
                                            using ef-trainer-buf.
           05 ef-nominativo line 3  col 22 pic x(81)
                                            using ef-nominativo-buf.
           05 ef-tipo       line 4  col 22 pic x(4)
                                            using ef-tipo-buf.
           05 ef-desc-tipo  line 4  col 28 pic x(30)
                                            using ef-desc-tipo-buf.
           05 ef-rilascio   line 5  col 22 pic 9(8)
                                            using ef-rilascio-buf.
           05 ef-scadenza   line 6  col 22 pic 9(8)
                                            using ef-scadenza-buf.
           05 ef-ente       line 7  col 22 pic x(40)
                                            using ef-ente-buf.
           05 ef-attestato  line 8  col 22 pic x(20)
                                            using ef-attestato-buf.
           05 pb-carica     line 10 col 5  pic x(10) value "Carica".
           05 pb-salva      line 10 col 20 pic x(10) value "Salva".
           05 pb-elimina    line 10 col 35 pic x(10) value "Elimina".
           05 pb-esci       line 10 col 50 pic x(10) value "Esci".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

       MAIN-LOGIC.
           move spaces to acc-funzione.
           perform CONTROLLA-ACCESSO.
           if acc-negato
              goback
           end-if.
           perform INIT.
           perform APRI-FILES.
           if tutto-ok
              perform GESTIONE-SCHERMO
              perform CHIUDI-FILES
           end-if.
           goback.

      ***---
       CONTROLLA-ACCESSO.
           set acc-controllo to true.
           move "gqualif"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           move 0 to ef-scadenza-buf.
           accept ef-rilascio-buf from century-date.
           move spaces to ef-trainer-buf ef-nominativo-buf ef-tipo-buf
                          ef-desc-tipo-buf ef-ente-buf
                          ef-attestato-buf.

      ***---
       APRI-FILES.
           open i-o qualifiche.
           if status-qualifiche = "35"
              open output qualifiche
              close qualifiche
              open i-o qualifiche
           end-if.
           if status-qualifiche not = "00" and not = "05"
              set errori to true
           end-if.

           open input trainers.

      ***---
       GESTIONE-SCHERMO.
           display Form1.
           perform until fine-programma
              accept Form1
              perform GESTIONE-CONTROLLI
           end-perform.

      ***---
       GESTIONE-CONTROLLI.
           copy "gqualif-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-carica
                perform CARICA-RECORD
           when 78-ID-pb-salva
                perform SALVA-RECORD
           when 78-ID-pb-elimina
                perform ELIMINA-RECORD
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       CARICA-RECORD.
           perform MOSTRA-NOMINATIVO.
           perform MOSTRA-TIPO.
           move ef-trainer-buf  to qlf-trn-code.
           move ef-tipo-buf     to qlf-tipo.
           move ef-rilascio-buf to qlf-data-rilascio.
           read qualifiche
                invalid
                   display message "Qualifica non presente"
                              icon mb-information-icon
                   display Form1
                   exit paragraph
           end-read.
           move qlf-data-scadenza    to ef-scadenza-buf.
           move qlf-ente             to ef-ente-buf.
           move qlf-numero-attestato to ef-attestato-buf.
           display Form1.

      ***---
       SALVA-RECORD.
           perform MOSTRA-NOMINATIVO.
           if ef-nominativo-buf = spaces
              display message "Trainer " ef-trainer-buf
                         " inesistente" icon mb-warning-icon
              exit paragraph
           end-if.
           perform MOSTRA-TIPO.
           display Form1.
           if not tipo-valido
              display message "Tipo: BLS KB OLY SPIN PT PILA FUNC ALTR"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-rilascio-buf = 0
              display message "Data di rilascio obbligatoria"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-scadenza-buf not = 0
           and ef-scadenza-buf < ef-rilascio-buf
              display message "Scadenza non valida"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-ente-buf = spaces
              display message "Ente che ha rilasciato la qualifica "
                              "obbligatorio" icon mb-warning-icon
              exit paragraph
           end-if.

           move ef-trainer-buf  to qlf-trn-code.
           move ef-tipo-buf     to qlf-tipo.
           move ef-rilascio-buf to qlf-data-rilascio.
           read qualifiche
                invalid    set record-esistente to false
               not invalid set record-esistente to true
           end-read.

           move ef-scadenza-buf  to qlf-data-scadenza.
           move ef-ente-buf      to qlf-ente.
           move ef-attestato-buf to qlf-numero-attestato.
           move acc-operatore    to qlf-utente.

           if record-esistente
              rewrite qlf-rec
                      invalid display message "Impossibile salvare"
                                 icon mb-warning-icon
              end-rewrite
           else
              write qlf-rec
                    invalid display message "Impossibile salvare"
                               icon mb-warning-icon
              end-write
           end-if.

      ***---
       ELIMINA-RECORD.
      *    Solo per le righe registrate per errore: una qualifica
      *    scaduta resta a registro come storico.
           move ef-trainer-buf  to qlf-trn-code.
           move ef-tipo-buf     to qlf-tipo.
           move ef-rilascio-buf to qlf-data-rilascio.
           read qualifiche
                invalid
                   display message "Qualifica non presente"
                              icon mb-warning-icon
                   exit paragraph
           end-read.
           display message box "Eliminare la qualifica registrata "
                               "per errore?"
                   type mb-yes-no
                   icon mb-question-icon
                   default mb-no
                   giving risposta.
           if risposta not = mb-yes
              exit paragraph
           end-if.
           delete qualifiche record
                  invalid display message "Impossibile eliminare"
                             icon mb-warning-icon
           end-delete.

      ***---
       MOSTRA-NOMINATIVO.
           move spaces         to ef-nominativo-buf.
           move ef-trainer-buf to trn-code.
           read trainers
                invalid exit paragraph
           end-read.
           string trn-cognome delimited by size
                  " "         delimited by size
                  trn-nome    delimited by size
                  into ef-nominativo-buf.

      ***---
       MOSTRA-TIPO.
           inspect ef-tipo-buf converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           set tipo-valido to false.
           move spaces to ef-desc-tipo-buf.
           perform varying ix-tipo from 1 by 1
                     until ix-tipo > 78-num-tipi-qualifica
              if tqu-codice(ix-tipo) = ef-tipo-buf
                 move tqu-desc(ix-tipo) to ef-desc-tipo-buf
                 set tipo-valido to true
                 exit perform
              end-if
           end-perform.

      ***---
       CHIUDI-FILES.
           close qualifiche trainers.
