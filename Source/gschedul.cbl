      *    due parametri numerici fissi davanti alla quaterna di
      *    stampa e destinatario del PDF. L'esecuzione e' il passo
      *    sched-run della catena notturna.
      *    I report intestati a un trainer (es. st-carico) si
      *    abbonano con un parametro in forma T e il codice trainer:
      *    senza destinatario il PDF va all'e-mail del trainer.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "accesso.lks".

       77  status-repsched      pic xx.

       78  78-ID-ef-param1       value 7.
       78  78-ID-ef-param2       value 8.
       78  78-ID-ef-destinatario value 9.
       78  78-ID-ef-trainer      value 10.
       78  78-ID-pb-carica       value 11.
       78  78-ID-pb-salva        value 12.
       78  78-ID-pb-elimina      value 13.
       78  78-ID-pb-esci         value 14.

       77  control-id            pic 9(4).

       77  ef-param1-buf         pic 9(18).
       77  ef-param2-buf         pic 9(8).
       77  ef-destinatario-buf   pic x(60).
       77  ef-trainer-buf        pic x(5).

       SCREEN SECTION.
       01  Form1.
                                              using ef-param2-buf.
           05 ef-destinatario line 10 col 22 pic x(60)
                                              using ef-destinatario-buf.
           05 ef-trainer      line 11 col 22 pic x(5)
                                              using ef-trainer-buf.
           05 pb-carica       line 12 col 5  pic x(10) value "Carica".
           05 pb-salva        line 12 col 20 pic x(10) value "Salva".
           05 pb-elimina      line 12 col 35 pic x(10)
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
           end-if.
           goback.

      ***---
       CONTROLLA-ACCESSO.
           set acc-controllo to true.
           move "gschedul"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           move spaces to ef-codice-buf ef-programma-buf
                          ef-frequenza-buf ef-forma-buf
                          ef-destinatario-buf ef-trainer-buf.
           move 0 to ef-giorno-buf ef-numpar-buf
                     ef-param1-buf ef-param2-buf.

           move rsc-param1        to ef-param1-buf.
           move rsc-param2        to ef-param2-buf.
           move rsc-destinatario  to ef-destinatario-buf.
           move rsc-trn-code      to ef-trainer-buf.
           display Form1.

      ***---
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-numpar-buf > 2
              display message "Parametri: 0, 1 (trainer) oppure 2"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-numpar-buf = 1
           and (ef-forma-buf not = "T" or ef-trainer-buf = spaces)
              display message "Un parametro: forma T e codice "
                              "trainer obbligatorio"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           move ef-param1-buf       to rsc-param1.
           move ef-param2-buf       to rsc-param2.
           move ef-destinatario-buf to rsc-destinatario.
           move ef-trainer-buf      to rsc-trn-code.
           if not record-esistente
              move 0 to rsc-ultima-esecuzione
           end-if.
