       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      gpermessi.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Maintenance screen della tabella dei permessi (PERMESSI):
      *    per programma e funzione (funzione vuota = avvio del
      *    programma; RILASCIO per lo sblocco dei lock in gblock,
      *    CORREZIONE per il giorno passato in glogwod) i ruoli
      *    ammessi, S/N per reception, trainer, manager e admin.
      *    Una riga presente vince sui default di accesso; "Elimina"
      *    torna ai default. L'admin entra comunque ovunque, il suo
      *    flag resta solo per documentazione. Riservato all'admin.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "permessi.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "permessi.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-permessi      pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 record-esistente  value 1 false 0.

       77  risposta             pic 9.
       77  operatore-sessione   pic x(20).

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-programma    value 1.
       78  78-ID-ef-funzione     value 2.
       78  78-ID-ef-descrizione  value 3.
       78  78-ID-ef-reception    value 4.
       78  78-ID-ef-trainer      value 5.
       78  78-ID-ef-manager      value 6.
       78  78-ID-ef-admin        value 7.
       78  78-ID-pb-carica       value 8.
       78  78-ID-pb-salva        value 9.
       78  78-ID-pb-elimina      value 10.
       78  78-ID-pb-esci         value 11.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-programma-buf      pic x(15).
       77  ef-funzione-buf       pic x(10).
       77  ef-descrizione-buf    pic x(40).
       77  ef-reception-buf      pic x.
       77  ef-trainer-buf        pic x.
       77  ef-manager-buf        pic x.
       77  ef-admin-buf          pic x.

       SCREEN SECTION.
       01  Form1.
           05 ef-programma  line 2  col 22 pic x(15)
                                            using ef-programma-buf.
           05 ef-funzione   line 3  col 22 pic x(10)
                                            using ef-funzione-buf.
           05 ef-descrizione line 4 col 22 pic x(40)
                                            using ef-descrizione-buf.
           05 ef-reception  line 6  col 22 pic x
                                            using ef-reception-buf.
           05 ef-trainer    line 7  col 22 pic x
                                            using ef-trainer-buf.
           05 ef-manager    line 8  col 22 pic x
                                            using ef-manager-buf.
           05 ef-admin      line 9  col 22 pic x
                                            using ef-admin-buf.
           05 pb-carica     line 11 col 5  pic x(10) value "Carica".
           05 pb-salva      line 11 col 20 pic x(10) value "Salva".
           05 pb-elimina    line 11 col 35 pic x(10) value "Elimina".
           05 pb-esci       line 11 col 50 pic x(10) value "Esci".

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
           move "gpermessi"  to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".
           move acc-operatore to operatore-sessione.

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           move spaces to ef-programma-buf ef-funzione-buf
                          ef-descrizione-buf.
           move "S"    to ef-reception-buf ef-trainer-buf
                          ef-manager-buf   ef-admin-buf.

      ***---
       APRI-FILES.
           open i-o permessi.
           if status-permessi = "35"
              open output permessi
              close permessi
              open i-o permessi
           end-if.
           if status-permessi not = "00" and not = "05"
              set errori to true
           end-if.

      ***---
       GESTIONE-SCHERMO.
           display Form1.
           perform until fine-programma
              accept Form1
              perform GESTIONE-CONTROLLI
           end-perform.

      ***---
       GESTIONE-CONTROLLI.
           copy "gpermessi-ELENCO-ID.cpy".

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
           move ef-programma-buf to pms-programma.
           move ef-funzione-buf  to pms-funzione.
           read permessi
                invalid
                   display message "Nessuna riga: valgono i default"
                              icon mb-information-icon
                   exit paragraph
           end-read.
           move pms-descrizione to ef-descrizione-buf.
           move pms-reception   to ef-reception-buf.
           move pms-trainer     to ef-trainer-buf.
           move pms-manager     to ef-manager-buf.
           move pms-admin       to ef-admin-buf.
           display Form1.

      ***---
       SALVA-RECORD.
           if ef-programma-buf = spaces
              display message "Programma obbligatorio"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           inspect ef-reception-buf converting "sn" to "SN".
           inspect ef-trainer-buf   converting "sn" to "SN".
           inspect ef-manager-buf   converting "sn" to "SN".
           inspect ef-admin-buf     converting "sn" to "SN".
           if ef-reception-buf not = "S" and not = "N"
           or ef-trainer-buf   not = "S" and not = "N"
           or ef-manager-buf   not = "S" and not = "N"
           or ef-admin-buf     not = "S" and not = "N"
              display message "Ruoli ammessi: S si', N no"
                         icon mb-warning-icon
              exit paragraph
           end-if.

           move ef-programma-buf to pms-programma.
           move ef-funzione-buf  to pms-funzione.
           read permessi
                invalid set record-esistente to false
            not invalid set record-esistente to true
           end-read.
           move ef-descrizione-buf to pms-descrizione.
           move ef-reception-buf   to pms-reception.
           move ef-trainer-buf     to pms-trainer.
           move ef-manager-buf     to pms-manager.
           move ef-admin-buf       to pms-admin.
           move operatore-sessione to pms-utente.

           if record-esistente
              rewrite pms-rec
                      invalid display message "Impossibile salvare"
                                 icon mb-warning-icon
              end-rewrite
           else
              write pms-rec
                    invalid display message "Impossibile salvare"
                               icon mb-warning-icon
              end-write
           end-if.

      ***---
       ELIMINA-RECORD.
           move ef-programma-buf to pms-programma.
           move ef-funzione-buf  to pms-funzione.
           read permessi
                invalid
                   display message "Riga non presente"
                              icon mb-warning-icon
                   exit paragraph
           end-read.
           display message box "Eliminare la riga e tornare ai "
                               "permessi di default?"
                   type mb-yes-no
                   icon mb-question-icon
                   default mb-no
                   giving risposta.
           if risposta not = mb-yes
              exit paragraph
           end-if.
           delete permessi record
                  invalid display message "Impossibile eliminare"
                             icon mb-warning-icon
           end-delete.
           perform INIT.
           display Form1.

      ***---
       CHIUDI-FILES.
           close permessi.
