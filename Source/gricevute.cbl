       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      gricevute.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Registro ricevute (receipts): si richiama un documento per
      *    tipo (R ricevuta, N nota di credito), anno e numero, lo si
      *    ristampa ("Ristampa", esce come duplicato) oppure si storna
      *    una ricevuta con una nota di credito ("Storna", causale
      *    facoltativa nel campo motivo). La ricevuta stornata resta
      *    sul file col richiamo alla nota: nessun documento si
      *    cancella. Lo storno da qui non tocca l'incasso d'origine;
      *    per riportare una rata a "da incassare" si passa da
      *    gpayment, che storna da solo la ricevuta se ancora valida.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "receipts.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "receipts.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "accesso.lks".

       77  status-receipts      pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 documento-caricato value 1 false 0.

      * EMISSIONE E STAMPA DELLE RICEVUTE
       copy "ricevuta.lks".
       77  esito-ricevuta       signed-short.
       77  stampante-ricevuta   pic x(200) value spaces.
       77  r-numero-disp        pic 9(8).

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-tipo         value 1.
       78  78-ID-ef-anno         value 2.
       78  78-ID-ef-numero       value 3.
       78  78-ID-ef-motivo       value 4.
       78  78-ID-pb-carica       value 5.
       78  78-ID-pb-ristampa     value 6.
       78  78-ID-pb-storna       value 7.
       78  78-ID-pb-esci         value 8.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-tipo-buf           pic x.
       77  ef-anno-buf           pic 9(4).
       77  ef-numero-buf         pic 9(8).
       77  ef-data-buf           pic 9(8).
       77  ef-intestatario-buf   pic x(60).
       77  ef-causale-buf        pic x(60).
       77  ef-importo-buf        pic 9(5)v99.
       77  ef-rif-buf            pic x(50).
       77  ef-motivo-buf         pic x(60).

       SCREEN SECTION.
       01  Form1.
           05 ef-tipo         line 2  col 22 pic x
                                            using ef-tipo-buf.
           05 ef-anno         line 3  col 22 pic 9(4)
                                            using ef-anno-buf.
           05 ef-numero       line 4  col 22 pic 9(8)
                                            using ef-numero-buf.
           05 ef-data         line 5  col 22 pic 9(8)
                                            using ef-data-buf.
           05 ef-intestatario line 6  col 22 pic x(60)
                                            using ef-intestatario-buf.
           05 ef-causale      line 7  col 22 pic x(60)
                                            using ef-causale-buf.
           05 ef-importo      line 8  col 22 pic 9(5)v99
                                            using ef-importo-buf.
           05 ef-rif          line 9  col 22 pic x(50)
                                            using ef-rif-buf.
           05 ef-motivo       line 11 col 22 pic x(60)
                                            using ef-motivo-buf.
           05 pb-carica   line 13 col 5  pic x(10) value "Carica".
           05 pb-ristampa line 13 col 20 pic x(10) value "Ristampa".
           05 pb-storna   line 13 col 35 pic x(10) value "Storna".
           05 pb-esci     line 13 col 50 pic x(10) value "Esci".

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
           move "gricevute"   to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok           to true.
           set fine-programma     to false.
           set documento-caricato to false.
           move "R"    to ef-tipo-buf.
           accept ef-data-buf from century-date.
           move ef-data-buf(1:4) to ef-anno-buf.
           move 0      to ef-numero-buf ef-data-buf ef-importo-buf.
           move spaces to ef-intestatario-buf ef-causale-buf
                          ef-rif-buf ef-motivo-buf.

      ***---
       APRI-FILES.
      *    Solo lettura: scrive il subprogramma ricevuta, la stampa
      *    aggiorna il contatore delle copie.
           open input receipts.
           if status-receipts = "35"
              open output receipts
              close receipts
              open input receipts
           end-if.
           if status-receipts not = "00" and not = "05"
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
           copy "gricevute-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-carica
                perform CARICA-RECORD
           when 78-ID-pb-ristampa
                perform RISTAMPA-DOCUMENTO
           when 78-ID-pb-storna
                perform STORNA-DOCUMENTO
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       CARICA-RECORD.
           set documento-caricato to false.
           move ef-tipo-buf   to rcp-tipo.
           move ef-anno-buf   to rcp-anno.
           move ef-numero-buf to rcp-numero.
           read receipts
                invalid
                   display message "Documento non presente"
                              icon mb-information-icon
                   exit paragraph
           end-read.
           set documento-caricato to true.
           move rcp-data         to ef-data-buf.
           move rcp-intestatario to ef-intestatario-buf.
           move rcp-causale      to ef-causale-buf.
           move rcp-importo      to ef-importo-buf.
           move spaces           to ef-rif-buf.
           if rcp-rif-numero not = 0
              move rcp-rif-numero to r-numero-disp
              if rcp-nota-credito
                 string "Storna la ricevuta n. " delimited size
                        rcp-rif-anno             delimited size
                        "/"                      delimited size
                        r-numero-disp            delimited size
                   into ef-rif-buf
                 end-string
              else
                 string "Stornata dalla nota n. " delimited size
                        rcp-rif-anno              delimited size
                        "/"                       delimited size
                        r-numero-disp             delimited size
                   into ef-rif-buf
                 end-string
              end-if
           end-if.
           display Form1.

      ***---
       RISTAMPA-DOCUMENTO.
           perform CARICA-RECORD.
           if not documento-caricato
              exit paragraph
           end-if.
           call   "st-ricevuta" using rcp-tipo rcp-anno rcp-numero
                                      stampante-ricevuta " "
                                      spaces " ".
           cancel "st-ricevuta".

      ***---
       STORNA-DOCUMENTO.
           perform CARICA-RECORD.
           if not documento-caricato
              exit paragraph
           end-if.
           if not rcp-ricevuta
              display message "Si stornano solo le ricevute"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if rcp-rif-numero not = 0
              display message "Ricevuta gia' stornata"
                         icon mb-warning-icon
              exit paragraph
           end-if.

           initialize ricevuta-linkage.
           set ric-storno      to true.
           move rcp-anno       to ric-anno.
           move rcp-numero     to ric-numero.
           move ef-motivo-buf  to ric-causale.
           call   "ricevuta" using ricevuta-linkage esito-ricevuta.
           cancel "ricevuta".
           if esito-ricevuta not = 0
              display message "Nota di credito non emessa: "
                              "archivio ricevute occupato"
                         icon mb-warning-icon
              exit paragraph
           end-if.

           move spaces to ef-motivo-buf.
           perform CARICA-RECORD.
           call   "st-ricevuta" using "N" ric-nc-anno ric-nc-numero
                                      stampante-ricevuta " "
                                      spaces " ".
           cancel "st-ricevuta".

      ***---
       CHIUDI-FILES.
           close receipts.
