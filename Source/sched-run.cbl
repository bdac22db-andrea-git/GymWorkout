      *    I programmi abbonabili espongono la firma standard dei
      *    report: eventuali due parametri numerici davanti alla
      *    quaterna stampante/export-mode/export-path/anteprima.
      *    Gli abbonamenti intestati a un trainer (forma "T", es.
      *    st-carico il lunedi') passano il solo codice trainer e,
      *    senza destinatario, spediscono all'e-mail del trainer.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "repsched.sl".
           copy "prtjrn.sl".
           copy "trainers.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "repsched.fd".
           copy "prtjrn.fd".
           copy "trainers.fd".

       WORKING-STORAGE SECTION.
       77  status-repsched         pic xx.
       77  status-prtjrn           pic xx.
       77  status-trainers         pic xx.

       01  oggi                    pic 9(8).
       01  filler redefines oggi.
       77  parametro-1-mese        pic 9(6).
       77  parametro-2-data        pic 9(8).
       77  parametro-2-mese        pic 9(6).
       77  parametro-trainer       pic x(5).
       77  destinatario-invio      pic x(60).
       77  filler                  pic 9.
           88 lancio-riuscito      value 1 false 0.
       77  comando-configurato     pic x(200).
      *    questo abbonamento (riga in PRTJRN col motivo, si passa
      *    al prossimo).
           set lancio-riuscito to true.
           move rsc-trn-code  to parametro-trainer.
           move rsc-destinatario to destinatario-invio.
           if rsc-forma-trainer
           and destinatario-invio = spaces
              perform CERCA-EMAIL-TRAINER
           end-if.
           evaluate rsc-num-parametri
           when 1
                call programma-da-lanciare
                     using parametro-trainer
                           spaces "F" path-export spaces
                     on exception
                        set lancio-riuscito to false
                end-call
           when 2
                evaluate true
                when rsc-forma-mesi
                     call programma-da-lanciare
                          using parametro-1-mese parametro-2-mese
                                spaces "F" path-export spaces
                          on exception
                             set lancio-riuscito to false
                     end-call
                when rsc-forma-atleta
                     call programma-da-lanciare
                          using parametro-1-codice parametro-2-data
                                spaces "F" path-export spaces
                          on exception
                             set lancio-riuscito to false
                     end-call
                when other
                     call programma-da-lanciare
                          using parametro-1-data parametro-2-data
                                spaces "F" path-export spaces
                          on exception
                             set lancio-riuscito to false
                     end-call
                end-evaluate
           when other
                call programma-da-lanciare
                     using spaces "F" path-export spaces
                     on exception
                        set lancio-riuscito to false
                end-call
           end-evaluate.

           if not lancio-riuscito
              set errori to true
           add 1 to num-eseguiti.

           perform SCRIVI-PRTJRN.
           if destinatario-invio not = spaces
              perform SPEDISCI-EXPORT
           end-if.

           move spaces          to prj-stampante.
           move path-export     to prj-export-path.
           move 0               to prj-ath-code.
           move destinatario-invio to prj-riferimento.
           move 0               to prj-pagine.
           move "SCHED-RUN"     to prj-utente.
           write prj-rec invalid continue end-write.
           initialize comando-mail.
           string comando-configurato delimited low-value
                  " "                 delimited size
                  destinatario-invio  delimited space
                  " "                 delimited size
                  path-export         delimited space
             into comando-mail
              set errori to true
           end-if.

      ***---
       CERCA-EMAIL-TRAINER.
      *    Il trainer cessato o senza e-mail resta senza invio: il
      *    PDF e' comunque nella cartella dei report.
           open input trainers.
           if status-trainers not = "00" and not = "05"
              exit paragraph
           end-if.
           move rsc-trn-code to trn-code.
           read trainers
                invalid continue
               not invalid
                   if trn-attivo
                      move trn-email to destinatario-invio
                   end-if
           end-read.
           close trainers.

      ***---
       CALCOLA-NUMERO-GIORNO.
      *    Numero di giorno progressivo dal 01/01/0001 della data in
