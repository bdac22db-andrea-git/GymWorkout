       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      gcontimap.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Maintenance screen del piano dei conti per l'esportazione
      *    contabile (contimap): per ogni tipo di ricavo il conto di
      *    ricavo e il codice IVA del gestionale del commercialista.
      *    Tipi: P piano in abbonamento (codice del catalogo PLANS, a
      *    spazi il conto di riserva per i piani senza riga propria e
      *    le diciture libere storiche), G ingresso giornaliero, T
      *    pacchetto PT, N vendita al banco; per G, T e N il codice
      *    resta a spazi. Il codice IVA si sceglie dalla tabella
      *    CODIVA con lo zoom di sempre (zoom-gt).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "contimap.sl".
       copy "plans.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "contimap.fd".
       copy "plans.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-contimap      pic xx.
       77  status-plans         pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 record-esistente  value 1 false 0.

      * ZOOM DEI CODICI IVA: codice x(3), descrizione x(50),
      * aliquota 9(3)v99 come nel tracciato della tabella CODIVA.
       77  como-file            pic x(20) value "codiva".
       01  rec-codiva.
           05 civ-codice        pic x(3).
           05 civ-desc          pic x(50).
           05 civ-aliquota      pic 9(3)v99.
       77  stato-zoom           signed-long.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-tipo         value 1.
       78  78-ID-ef-codice       value 2.
       78  78-ID-ef-desc         value 3.
       78  78-ID-ef-conto        value 4.
       78  78-ID-ef-codiva       value 5.
       78  78-ID-pb-carica       value 7.
       78  78-ID-pb-salva        value 8.
       78  78-ID-pb-iva          value 9.
       78  78-ID-pb-esci         value 10.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-tipo-buf           pic x.
       77  ef-codice-buf         pic x(5).
       77  ef-desc-buf           pic x(40).
       77  ef-conto-buf          pic x(10).
       77  ef-codiva-buf         pic x(3).
       77  ef-desc-iva-buf       pic x(50).

       SCREEN SECTION.
       01  Form1.
           05 ef-tipo       line 2  col 22 pic x
                                            using ef-tipo-buf.
           05 ef-codice     line 3  col 22 pic x(5)
                                            using ef-codice-buf.
           05 ef-desc       line 4  col 22 pic x(40)
                                            using ef-desc-buf.
           05 ef-conto      line 5  col 22 pic x(10)
                                            using ef-conto-buf.
           05 ef-codiva     line 6  col 22 pic x(3)
                                            using ef-codiva-buf.
           05 ef-desc-iva   line 6  col 28 pic x(50)
                                            using ef-desc-iva-buf.
           05 pb-carica     line 8  col 5  pic x(10) value "Carica".
           05 pb-salva      line 8  col 20 pic x(10) value "Salva".
           05 pb-iva        line 8  col 35 pic x(10) value "Cod. IVA".
           05 pb-esci       line 8  col 50 pic x(10) value "Esci".

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
           move "gcontimap"   to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           move "P"    to ef-tipo-buf.
           move spaces to ef-codice-buf ef-desc-buf ef-conto-buf
                          ef-codiva-buf ef-desc-iva-buf.

      ***---
       APRI-FILES.
           open i-o contimap.
           if status-contimap = "35"
              open output contimap
              close contimap
              open i-o contimap
           end-if.
           if status-contimap not = "00" and not = "05"
              set errori to true
           end-if.

           open input plans.

      ***---
       GESTIONE-SCHERMO.
           display Form1.
           perform until fine-programma
              accept Form1
              perform GESTIONE-CONTROLLI
           end-perform.

      ***---
       GESTIONE-CONTROLLI.
           copy "gcontimap-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-carica
                perform CARICA-RECORD
           when 78-ID-pb-salva
                perform SALVA-RECORD
           when 78-ID-pb-iva
                perform ZOOM-CODIVA
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       CARICA-RECORD.
           inspect ef-tipo-buf converting "pgtn" to "PGTN".
           move ef-tipo-buf   to ctm-tipo.
           move ef-codice-buf to ctm-codice.
           read contimap
                invalid
                   display message "Conto non ancora assegnato"
                              icon mb-information-icon
                   move spaces to ef-conto-buf ef-codiva-buf
                                  ef-desc-iva-buf
                   perform PROPONI-DESCRIZIONE
                   display Form1
                   exit paragraph
           end-read.
           move ctm-desc    to ef-desc-buf.
           move ctm-conto   to ef-conto-buf.
           move ctm-codiva  to ef-codiva-buf.
           move spaces      to ef-desc-iva-buf.
           display Form1.

      ***---
       PROPONI-DESCRIZIONE.
      *    Riga nuova: descrizione proposta dal catalogo o dal tipo.
           evaluate ef-tipo-buf
           when "P"
                if ef-codice-buf = spaces
                   move "Abbonamenti (altri piani)" to ef-desc-buf
                else
                   move spaces        to ef-desc-buf
                   move ef-codice-buf to pln-code
                   read plans
                        invalid continue
                    not invalid move pln-desc to ef-desc-buf
                   end-read
                end-if
           when "G"
                move "Ingressi giornalieri"   to ef-desc-buf
           when "T"
                move "Pacchetti PT"           to ef-desc-buf
           when "N"
                move "Vendite al banco"       to ef-desc-buf
           end-evaluate.

      ***---
       SALVA-RECORD.
           inspect ef-tipo-buf converting "pgtn" to "PGTN".
           if ef-tipo-buf not = "P" and not = "G"
                      and not = "T" and not = "N"
              display message "Tipo: P piano, G giornaliero, "
                              "T pacchetto PT, N banco"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-tipo-buf not = "P"
           and ef-codice-buf not = spaces
              display message "Il codice si indica solo per i piani"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-tipo-buf = "P"
           and ef-codice-buf not = spaces
              move ef-codice-buf to pln-code
              read plans
                   invalid
                      display message "Piano " ef-codice-buf
                                      " non presente a catalogo"
                                 icon mb-warning-icon
                      exit paragraph
              end-read
           end-if.
           if ef-conto-buf = spaces
              display message "Conto di ricavo obbligatorio"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-codiva-buf = spaces
              display message "Codice IVA obbligatorio"
                         icon mb-warning-icon
              exit paragraph
           end-if.

           move ef-tipo-buf   to ctm-tipo.
           move ef-codice-buf to ctm-codice.
           read contimap
                invalid    set record-esistente to false
               not invalid set record-esistente to true
           end-read.

           move ef-desc-buf   to ctm-desc.
           move ef-conto-buf  to ctm-conto.
           move ef-codiva-buf to ctm-codiva.
           move acc-operatore       to ctm-utente.

           if record-esistente
              rewrite ctm-rec
                      invalid display message "Impossibile salvare"
                                 icon mb-warning-icon
              end-rewrite
           else
              write ctm-rec
                    invalid display message "Impossibile salvare"
                               icon mb-warning-icon
              end-write
           end-if.

      ***---
       ZOOM-CODIVA.
           move spaces        to rec-codiva.
           move ef-codiva-buf to civ-codice.
           call   "zoom-gt" using como-file rec-codiva
                           giving stato-zoom.
           cancel "zoom-gt".
           if stato-zoom = 0
              move civ-codice to ef-codiva-buf
              move civ-desc   to ef-desc-iva-buf
              display Form1
           end-if.

      ***---
       CHIUDI-FILES.
           close contimap plans.
