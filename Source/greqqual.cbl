       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      greqqual.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Maintenance screen dei requisiti di qualifica (requisiti):
      *    quale tipo di qualifica (TIPI-QUALIFICA.DEF) serve per
      *    lavorare. Lavoro C = corso di gruppo (codice corso), E =
      *    esercizio tecnico (codice esercizio, quello che si abilita
      *    in gclearan), P = sedute di personal training, G = ogni
      *    lavoro in palestra compresi i turni (BLS). Per P e G il
      *    codice resta vuoto. La riga c'e' o non c'e': "Aggiungi" la
      *    registra, "Elimina" la toglie.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "requisiti.sl".
       copy "classes.sl".
       copy "exercises.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "requisiti.fd".
       copy "classes.fd".
       copy "exercises.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".
       copy "tipi-qualifica.def".

       77  status-requisiti     pic xx.
       77  status-classes       pic xx.
       77  status-exercises     pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 tipo-valido       value 1 false 0.
       77  filler               pic 9.
           88 oggetto-valido    value 1 false 0.

       77  ix-tipo              pic 99.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-lavoro       value 1.
       78  78-ID-ef-oggetto      value 2.
       78  78-ID-ef-tipo         value 3.
       78  78-ID-pb-aggiungi     value 4.
       78  78-ID-pb-elimina      value 5.
       78  78-ID-pb-esci         value 6.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-lavoro-buf         pic x.
       77  ef-oggetto-buf        pic x(5).
       77  ef-desc-oggetto-buf   pic x(50).
       77  ef-tipo-buf           pic x(4).
       77  ef-desc-tipo-buf      pic x(30).

       SCREEN SECTION.
       01  Form1.
           05 ef-lavoro     line 2  col 22 pic x
                                            using ef-lavoro-buf.
           05 ef-oggetto    line 3  col 22 pic x(5)
                                            using ef-oggetto-buf.
           05 ef-desc-oggetto line 3 col 28 pic x(50)
                                            using ef-desc-oggetto-buf.
           05 ef-tipo       line 4  col 22 pic x(4)
                                            using ef-tipo-buf.
           05 ef-desc-tipo  line 4  col 28 pic x(30)
                                            using ef-desc-tipo-buf.
           05 pb-aggiungi   line 6  col 5  pic x(10) value "Aggiungi".
           05 pb-elimina    line 6  col 20 pic x(10) value "Elimina".
           05 pb-esci       line 6  col 35 pic x(10) value "Esci".

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
           move "greqqual"   to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           move "C"    to ef-lavoro-buf.
           move spaces to ef-oggetto-buf ef-desc-oggetto-buf
                          ef-tipo-buf ef-desc-tipo-buf.

      ***---
       APRI-FILES.
           open i-o requisiti.
           if status-requisiti = "35"
              open output requisiti
              close requisiti
              open i-o requisiti
           end-if.
           if status-requisiti not = "00" and not = "05"
              set errori to true
           end-if.

           open input classes exercises.

      ***---
       GESTIONE-SCHERMO.
           display Form1.
           perform until fine-programma
              accept Form1
              perform GESTIONE-CONTROLLI
           end-perform.

      ***---
       GESTIONE-CONTROLLI.
           copy "greqqual-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-aggiungi
                perform AGGIUNGI-REQUISITO
           when 78-ID-pb-elimina
                perform ELIMINA-REQUISITO
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       AGGIUNGI-REQUISITO.
           perform CONTROLLA-CAMPI.
           if not oggetto-valido or not tipo-valido
              exit paragraph
           end-if.
           move ef-lavoro-buf  to rqs-lavoro.
           move ef-oggetto-buf to rqs-oggetto.
           move ef-tipo-buf    to rqs-qualifica.
           move acc-operatore  to rqs-utente.
           write rqs-rec
                 invalid
                    display message "Requisito gia' presente"
                               icon mb-information-icon
           end-write.

      ***---
       ELIMINA-REQUISITO.
           inspect ef-lavoro-buf converting "cepg" to "CEPG".
           inspect ef-tipo-buf converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move ef-lavoro-buf  to rqs-lavoro.
           move ef-oggetto-buf to rqs-oggetto.
           move ef-tipo-buf    to rqs-qualifica.
           read requisiti
                invalid
                   display message "Requisito non presente"
                              icon mb-warning-icon
                   exit paragraph
           end-read.
           delete requisiti record
                  invalid display message "Impossibile eliminare"
                             icon mb-warning-icon
           end-delete.

      ***---
       CONTROLLA-CAMPI.
           set oggetto-valido to false.
           set tipo-valido    to false.
           inspect ef-lavoro-buf converting "cepg" to "CEPG".
           move spaces to ef-desc-oggetto-buf.
           evaluate ef-lavoro-buf
           when "C"
                move ef-oggetto-buf to cls-code
                read classes
                     invalid continue
                 not invalid
                     move cls-desc to ef-desc-oggetto-buf
                     set oggetto-valido to true
                end-read
           when "E"
                move ef-oggetto-buf to exe-code
                read exercises
                     invalid continue
                 not invalid
                     move exe-desc to ef-desc-oggetto-buf
                     if not exe-codice-ritirato
                        set oggetto-valido to true
                     end-if
                end-read
           when "P"
                move spaces to ef-oggetto-buf
                move "Sedute di personal training"
                  to ef-desc-oggetto-buf
                set oggetto-valido to true
           when "G"
                move spaces to ef-oggetto-buf
                move "Ogni lavoro in palestra" to ef-desc-oggetto-buf
                set oggetto-valido to true
           end-evaluate.

           inspect ef-tipo-buf converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move spaces to ef-desc-tipo-buf.
           perform varying ix-tipo from 1 by 1
                     until ix-tipo > 78-num-tipi-qualifica
              if tqu-codice(ix-tipo) = ef-tipo-buf
                 move tqu-desc(ix-tipo) to ef-desc-tipo-buf
                 set tipo-valido to true
                 exit perform
              end-if
           end-perform.
           display Form1.

           if not oggetto-valido
              if ef-lavoro-buf = "E"
              and ef-desc-oggetto-buf not = spaces
                 display message "Esercizio " ef-oggetto-buf
                                 " ritirato: usare " exe-sostituito-da
                            icon mb-warning-icon
                 exit paragraph
              end-if
              if ef-lavoro-buf = "C" or = "E"
                 display message "Codice " ef-oggetto-buf
                                 " inesistente" icon mb-warning-icon
              else
                 display message "Lavoro: C corso, E esercizio, "
                                 "P personal training, G generale"
                            icon mb-warning-icon
              end-if
              exit paragraph
           end-if.
           if not tipo-valido
              display message "Tipo: BLS KB OLY SPIN PT PILA FUNC ALTR"
                         icon mb-warning-icon
           end-if.

      ***---
       CHIUDI-FILES.
           close requisiti classes exercises.
