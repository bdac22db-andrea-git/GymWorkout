       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      sdd-invio.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    File di addebito diretto SEPA (SDD Core, tracciato XML
      *    pain.008.001.02) per le rate in scadenza nell'intervallo
      *    richiesto: rate non incassate di PAYMENTS il cui atleta ha
      *    un mandato attivo in MANDATES, mai presentate oppure
      *    respinte per fondi insufficienti (78-motivo-ripresentabile)
      *    e quindi da ripresentare. Al posto della ricopiatura a mano
      *    sul portale della banca.
      *    Ogni rata diventa una disposizione con EndToEndId = chiave
      *    della rata (codice atleta + decorrenza + numero rata, 30
      *    cifre): e' il riferimento con cui sdd-esiti riconosce la
      *    rata nel file di ritorno. Primo addebito del mandato in un
      *    blocco FRST, successivi in un blocco RCUR.
      *    I dati del creditore arrivano dalle variabili d'ambiente
      *    SDD_CREDITORE_NOME, SDD_CREDITORE_IBAN, SDD_CREDITORE_BIC e
      *    SDD_CREDITORE_ID (identificativo creditore SEPA); senza IBAN
      *    o identificativo non si scrive niente.
      *    Le rate presentate restano da incassare (pay-sdd-stato
      *    "I"): la data di pagamento la mette sdd-esiti all'esito
      *    della banca. Lista delle disposizioni sullo spooler, esito
      *    del lancio in CONVLOG.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "payments.sl".
       copy "mandates.sl".
       copy "athletes.sl".
       copy "convlog.sl".
       SELECT sddfile
           ASSIGN       TO  path-sdd
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS STATUS-sddfile.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "payments.fd".
       copy "mandates.fd".
       copy "athletes.fd".
       copy "convlog.fd".

       FD  sddfile
           LABEL RECORD IS STANDARD.
       01  sdd-rec                 PIC  x(300).

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-payments       pic xx.
       77  status-mandates       pic xx.
       77  status-athletes       pic xx.
       77  status-convlog        pic xx.
       77  status-sddfile        pic xx.
       77  path-sdd              pic x(256).

      * COSTANTI
       78  titolo                value "Addebiti diretti SEPA".
       78  78-max-addebiti       value 2000.
      *    Preavviso minimo alla banca per la data di addebito
      *    proposta quando il chiamante non la indica.
       78  78-giorni-anticipo    value 5.
       78  78-motivo-ripresentabile value "AM04".
       78  78-codice-visitatore  value 999999999999999998.

       77  ArialNarrow11         handle of font.
       77  ArialNarrow11B        handle of font.
       77  WFONT-STATUS          pic s9(5) value zero.
       77  font-size-dply        pic z(5).
       77  messaggio             pic x(150) value spaces.

      * FLAGS
       77  controlli             pic xx.
           88 tutto-ok           value "OK".
           88 errori             value "ER".

      * CONTATORI
       77  num-esaminate         pic 9(6) value 0.
       77  num-addebiti          pic 9(6) value 0.
       77  num-escluse           pic 9(6) value 0.
       77  num-frst              pic 9(6) value 0.
       77  num-rcur              pic 9(6) value 0.
       77  tot-frst              pic 9(9)v99 value 0.
       77  tot-rcur              pic 9(9)v99 value 0.
       77  tot-addebiti          pic 9(9)v99 value 0.

      * CREDITORE
       77  cred-nome             pic x(70).
       77  cred-iban             pic x(34).
       77  cred-bic              pic x(11).
       77  cred-id               pic x(35).
       77  bic-appoggio          pic x(11).

      * DISPOSIZIONI DA SCRIVERE, raccolte prima per avere numero e
      * somma di controllo di ogni blocco da mettere in testa.
       01  tab-addebiti.
           05 add-el             occurs 2000 times.
               10 add-pay-key        pic x(30).
               10 add-importo        pic 9(5)v99.
               10 add-scadenza       pic 9(8).
               10 add-sequenza       pic x(4).
               10 add-iban           pic x(34).
               10 add-bic            pic x(11).
               10 add-mandato        pic x(35).
               10 add-data-firma     pic 9(8).
               10 add-debitore       pic x(70).
               10 add-num-rata       pic 9(4).
       77  add-count             pic 9(4) value 0.
       77  add-ix                pic 9(4).
       77  sequenza-corrente     pic x(4).

      * DATE E IMPORTI NEL FORMATO DEL TRACCIATO
       77  oggi                  pic 9(8).
       77  ora                   pic 9(8).
       77  data-addebito         pic 9(8).
       77  ix-giorni             pic 99.
       77  data-iso              pic x(10).
       77  data-da-convertire    pic 9(8).
       77  id-messaggio          pic x(35).
       01  como-importo          pic 9(9)v99.
       01  filler redefines como-importo.
           05 como-importo-intero pic 9(9).
           05 como-importo-cent   pic 99.
       77  importo-edit          pic z(8)9.
       77  importo-xml           pic x(15).
       77  spazi-testa           pic 99.
       77  conta-edit            pic z(5)9.
       77  conta-xml             pic x(6).
       77  r-rata-xml            pic z(3)9.
       77  testo-xml             pic x(70).

       01  tab-giorni-mese.
           05 filler             pic x(24) value
              "312831303130313130313031".
       01  filler redefines tab-giorni-mese.
           05 giorni-del-mese    occurs 12 pic 99.
       01  como-data-calcolo.
           05 como-data-anno     pic 9(4).
           05 como-data-mese     pic 99.
           05 como-data-gg       pic 99.
       77  como-anni-in-piu      pic 9(4).
       77  como-resto            pic 9(4).
       77  giorni-mese-corrente  pic 99.

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(200).
       01  r-data-disp           pic 99/99/9999.
       01  r-data-da-disp        pic 99/99/9999.
       01  r-data-a-disp         pic 99/99/9999.
       01  r-importo-disp        pic zz.zz9,99.
       01  r-totale-disp         pic zzz.zzz.zz9,99.
       01  r-num-disp            pic zzzzz9.

       LINKAGE SECTION.
       77  link-data-da          pic 9(8).
       77  link-data-a           pic 9(8).
      *    Data di addebito richiesta alla banca (zero = oggi piu'
      *    78-giorni-anticipo giorni).
       77  link-data-addebito    pic 9(8).
       77  link-path-sdd         pic x(256).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".
       77  link-status           signed-short.

      ******************************************************************
       PROCEDURE DIVISION using link-data-da link-data-a
                                 link-data-addebito link-path-sdd
                                 link-stampante link-export-mode
                                 link-export-path link-modo-anteprima
                                 link-status.

      ***---
       MAIN-PRG.
           perform INIT.
           perform LEGGI-CREDITORE.
           if tutto-ok
              perform APRI-FILES
           end-if.
           if tutto-ok
              perform RACCOGLI-RATE
              if add-count > 0
                 perform SCRIVI-FILE-SDD
              end-if
              if tutto-ok
                 perform MARCA-PRESENTATE
              end-if
              perform STAMPA
              perform CHIUDI-FILES
           end-if.
           perform SCRIVI-CONVLOG.
           if errori
              move -1 to link-status
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok  to true.
           move 0 to link-status.
           accept oggi from century-date.
           accept ora  from time.
           if link-data-a = 0
              move 99999999 to link-data-a
           end-if.
           move link-data-addebito to data-addebito.
           if data-addebito = 0
              move oggi to como-data-calcolo
              perform GIORNO-SUCCESSIVO 78-giorni-anticipo times
              move como-data-calcolo to data-addebito
           end-if.
           initialize tab-addebiti.
           string "SDD"  delimited size
                  oggi   delimited size
                  ora    delimited size
             into id-messaggio
           end-string.

      ***---
       LEGGI-CREDITORE.
           accept cred-nome from environment "SDD_CREDITORE_NOME".
           accept cred-iban from environment "SDD_CREDITORE_IBAN".
           accept cred-bic  from environment "SDD_CREDITORE_BIC".
           accept cred-id   from environment "SDD_CREDITORE_ID".
           if cred-iban = spaces
           or cred-id   = spaces
              set errori to true
           end-if.
           inspect cred-nome converting "&<>" to "+  ".

      ***---
       APRI-FILES.
           open i-o payments.
           if status-payments not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           open i-o mandates.
           if status-mandates not = "00" and not = "05"
              close payments
              set errori to true
              exit paragraph
           end-if.
           open input athletes.

      ***---
       RACCOGLI-RATE.
      *    Rate per scadenza (chiave alternata pay-k-scadenza).
           move link-data-da to pay-data-scadenza.
           move 0 to pay-code pay-data-inizio pay-num-rata.
           start payments key is >= pay-k-scadenza
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read payments next at end exit perform end-read
              if pay-data-scadenza > link-data-a
                 exit perform
              end-if
              if pay-data-pagamento = 0
              and pay-code not = 78-codice-visitatore
              and pay-importo > 0
                 add 1 to num-esaminate
                 perform VALUTA-RATA
              end-if
           end-perform.

      ***---
       VALUTA-RATA.
      *    Gia' in banca in attesa di esito: non si presenta due
      *    volte. Respinta: si ripresenta solo per fondi insufficienti.
           if pay-sdd-inviato
              exit paragraph
           end-if.
           if pay-sdd-respinto
           and pay-sdd-motivo not = 78-motivo-ripresentabile
              add 1 to num-escluse
              exit paragraph
           end-if.
           move pay-code to mnd-code.
           read mandates
                invalid exit paragraph
           end-read.
           if not mnd-attivo
              exit paragraph
           end-if.
           if add-count >= 78-max-addebiti
              add 1 to num-escluse
              exit paragraph
           end-if.

           add 1 to add-count.
           move pay-key            to add-pay-key(add-count).
           move pay-importo        to add-importo(add-count).
           move pay-data-scadenza  to add-scadenza(add-count).
           move pay-num-rata       to add-num-rata(add-count).
           move mnd-iban           to add-iban(add-count).
           move mnd-bic            to add-bic(add-count).
           move mnd-riferimento    to add-mandato(add-count).
           move mnd-data-firma     to add-data-firma(add-count).
           if mnd-data-ultimo-addebito = 0
              move "FRST" to add-sequenza(add-count)
              add 1 to num-frst
              add pay-importo to tot-frst
           else
              move "RCUR" to add-sequenza(add-count)
              add 1 to num-rcur
              add pay-importo to tot-rcur
           end-if.
           if mnd-intestatario not = spaces
              move mnd-intestatario to add-debitore(add-count)
           else
              move pay-code to ath-code
              read athletes
                   invalid move spaces to ath-cognome ath-nome
              end-read
              string ath-cognome delimited "  "
                     " "         delimited size
                     ath-nome    delimited "  "
                into add-debitore(add-count)
              end-string
           end-if.
           inspect add-debitore(add-count)
                   converting "&<>" to "+  ".
           add 1 to num-addebiti.
           add pay-importo to tot-addebiti.

      ***---
       SCRIVI-FILE-SDD.
           move link-path-sdd to path-sdd.
           open output sddfile.
           if status-sddfile not = "00"
              set errori to true
              exit paragraph
           end-if.

           move "<?xml version=""1.0"" encoding=""UTF-8""?>" to sdd-rec.
           write sdd-rec.
           move "<Document xmlns=""urn:iso:std:iso:20022:tech:xsd:pain.0
      -         "08.001.02"">" to sdd-rec.
           write sdd-rec.
           move "<CstmrDrctDbtInitn>" to sdd-rec.
           write sdd-rec.

           move "<GrpHdr>" to sdd-rec.
           write sdd-rec.
           initialize sdd-rec.
           string "<MsgId>"    delimited size
                  id-messaggio delimited space
                  "</MsgId>"   delimited size
             into sdd-rec
           end-string.
           write sdd-rec.
           move oggi to data-da-convertire.
           perform CONVERTI-DATA.
           initialize sdd-rec.
           string "<CreDtTm>"  delimited size
                  data-iso     delimited size
                  "T"          delimited size
                  ora(1:2)     delimited size
                  ":"          delimited size
                  ora(3:2)     delimited size
                  ":"          delimited size
                  ora(5:2)     delimited size
                  "</CreDtTm>" delimited size
             into sdd-rec
           end-string.
           write sdd-rec.
           move num-addebiti to conta-edit.
           perform CONVERTI-CONTA.
           initialize sdd-rec.
           string "<NbOfTxs>"  delimited size
                  conta-xml    delimited space
                  "</NbOfTxs>" delimited size
             into sdd-rec
           end-string.
           write sdd-rec.
           move tot-addebiti to como-importo.
           perform CONVERTI-IMPORTO.
           initialize sdd-rec.
           string "<CtrlSum>"  delimited size
                  importo-xml  delimited space
                  "</CtrlSum>" delimited size
             into sdd-rec
           end-string.
           write sdd-rec.
           initialize sdd-rec.
           string "<InitgPty><Nm>"   delimited size
                  cred-nome          delimited "  "
                  "</Nm></InitgPty>" delimited size
             into sdd-rec
           end-string.
           write sdd-rec.
           move "</GrpHdr>" to sdd-rec.
           write sdd-rec.

           if num-frst > 0
              move "FRST"   to sequenza-corrente
              move num-frst to conta-edit
              move tot-frst to como-importo
              perform SCRIVI-BLOCCO
           end-if.
           if num-rcur > 0
              move "RCUR"   to sequenza-corrente
              move num-rcur to conta-edit
              move tot-rcur to como-importo
              perform SCRIVI-BLOCCO
           end-if.

           move "</CstmrDrctDbtInitn>" to sdd-rec.
           write sdd-rec.
           move "</Document>" to sdd-rec.
           write sdd-rec.
           close sddfile.

      ***---
       SCRIVI-BLOCCO.
      *    Un blocco PmtInf per tipo sequenza, con numero e somma di
      *    controllo delle sue disposizioni.
           move "<PmtInf>" to sdd-rec.
           write sdd-rec.
           initialize sdd-rec.
           string "<PmtInfId>"      delimited size
                  id-messaggio      delimited space
                  "-"               delimited size
                  sequenza-corrente delimited size
                  "</PmtInfId>"     delimited size
             into sdd-rec
           end-string.
           write sdd-rec.
           move "<PmtMtd>DD</PmtMtd>" to sdd-rec.
           write sdd-rec.
           perform CONVERTI-CONTA.
           initialize sdd-rec.
           string "<NbOfTxs>"  delimited size
                  conta-xml    delimited space
                  "</NbOfTxs>" delimited size
             into sdd-rec
           end-string.
           write sdd-rec.
           perform CONVERTI-IMPORTO.
           initialize sdd-rec.
           string "<CtrlSum>"  delimited size
                  importo-xml  delimited space
                  "</CtrlSum>" delimited size
             into sdd-rec
           end-string.
           write sdd-rec.
           initialize sdd-rec.
           string "<PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>"
                                          delimited size
                  "<LclInstrm><Cd>CORE</Cd></LclInstrm><SeqTp>"
                                          delimited size
                  sequenza-corrente       delimited size
                  "</SeqTp></PmtTpInf>"   delimited size
             into sdd-rec
           end-string.
           write sdd-rec.
           move data-addebito to data-da-convertire.
           perform CONVERTI-DATA.
           initialize sdd-rec.
           string "<ReqdColltnDt>"  delimited size
                  data-iso          delimited size
                  "</ReqdColltnDt>" delimited size
             into sdd-rec
           end-string.
           write sdd-rec.
           initialize sdd-rec.
           string "<Cdtr><Nm>"   delimited size
                  cred-nome      delimited "  "
                  "</Nm></Cdtr>" delimited size
             into sdd-rec
           end-string.
           write sdd-rec.
           initialize sdd-rec.
           string "<CdtrAcct><Id><IBAN>"  delimited size
                  cred-iban               delimited space
                  "</IBAN></Id></CdtrAcct>" delimited size
             into sdd-rec
           end-string.
           write sdd-rec.
           move cred-bic to testo-xml.
           perform SCRIVI-AGENTE.
           move "<CdtrAgt>" to sdd-rec.
           write sdd-rec.
           move testo-xml to sdd-rec.
           write sdd-rec.
           move "</CdtrAgt>" to sdd-rec.
           write sdd-rec.
           initialize sdd-rec.
           string "<CdtrSchmeId><Id><PrvtId><Othr><Id>" delimited size
                  cred-id                               delimited space
                  "</Id><SchmeNm><Prtry>SEPA</Prtry></SchmeNm>"
                                                        delimited size
                  "</Othr></PrvtId></Id></CdtrSchmeId>"
                                                        delimited size
             into sdd-rec
           end-string.
           write sdd-rec.

           perform varying add-ix from 1 by 1
                     until add-ix > add-count
              if add-sequenza(add-ix) = sequenza-corrente
                 perform SCRIVI-DISPOSIZIONE
              end-if
           end-perform.

           move "</PmtInf>" to sdd-rec.
           write sdd-rec.

      ***---
       SCRIVI-DISPOSIZIONE.
           move "<DrctDbtTxInf>" to sdd-rec.
           write sdd-rec.
           initialize sdd-rec.
           string "<PmtId><EndToEndId>"  delimited size
                  add-pay-key(add-ix)    delimited size
                  "</EndToEndId></PmtId>" delimited size
             into sdd-rec
           end-string.
           write sdd-rec.
           move add-importo(add-ix) to como-importo.
           perform CONVERTI-IMPORTO.
           initialize sdd-rec.
           string "<InstdAmt Ccy=""EUR"">" delimited size
                  importo-xml              delimited space
                  "</InstdAmt>"            delimited size
             into sdd-rec
           end-string.
           write sdd-rec.
           move add-data-firma(add-ix) to data-da-convertire.
           perform CONVERTI-DATA.
           initialize sdd-rec.
           string "<DrctDbtTx><MndtRltdInf><MndtId>" delimited size
                  add-mandato(add-ix)                delimited space
                  "</MndtId><DtOfSgntr>"             delimited size
                  data-iso                           delimited size
                  "</DtOfSgntr></MndtRltdInf></DrctDbtTx>"
                                                     delimited size
             into sdd-rec
           end-string.
           write sdd-rec.
           move add-bic(add-ix) to testo-xml.
           perform SCRIVI-AGENTE.
           move "<DbtrAgt>" to sdd-rec.
           write sdd-rec.
           move testo-xml to sdd-rec.
           write sdd-rec.
           move "</DbtrAgt>" to sdd-rec.
           write sdd-rec.
           initialize sdd-rec.
           string "<Dbtr><Nm>"          delimited size
                  add-debitore(add-ix)  delimited "  "
                  "</Nm></Dbtr>"        delimited size
             into sdd-rec
           end-string.
           write sdd-rec.
           initialize sdd-rec.
           string "<DbtrAcct><Id><IBAN>"    delimited size
                  add-iban(add-ix)          delimited space
                  "</IBAN></Id></DbtrAcct>" delimited size
             into sdd-rec
           end-string.
           write sdd-rec.
           move add-num-rata(add-ix) to r-rata-xml.
           move add-scadenza(add-ix) to data-da-convertire.
           perform CONVERTI-DATA.
           initialize sdd-rec.
           string "<RmtInf><Ustrd>Rata"   delimited size
                  r-rata-xml              delimited size
                  " scadenza "            delimited size
                  data-iso                delimited size
                  "</Ustrd></RmtInf>"     delimited size
             into sdd-rec
           end-string.
           write sdd-rec.
           move "</DrctDbtTxInf>" to sdd-rec.
           write sdd-rec.

      ***---
       SCRIVI-AGENTE.
      *    Banca del conto: col BIC se noto, altrimenti NOTPROVIDED
      *    (ammesso per i conti dell'area SEPA). Riga in testo-xml.
           if testo-xml = spaces
              initialize testo-xml
              string "<FinInstnId><Othr><Id>NOTPROVIDED</Id>"
                                              delimited size
                     "</Othr></FinInstnId>"   delimited size
                into testo-xml
              end-string
           else
              move testo-xml to bic-appoggio
              initialize testo-xml
              string "<FinInstnId><BIC>"      delimited size
                     bic-appoggio             delimited space
                     "</BIC></FinInstnId>"    delimited size
                into testo-xml
              end-string
           end-if.

      ***---
       CONVERTI-DATA.
           initialize data-iso.
           string data-da-convertire(1:4) delimited size
                  "-"                     delimited size
                  data-da-convertire(5:2) delimited size
                  "-"                     delimited size
                  data-da-convertire(7:2) delimited size
             into data-iso
           end-string.

      ***---
       CONVERTI-IMPORTO.
      *    Importo col punto decimale e senza zeri in testa, come
      *    vuole il tracciato.
           move como-importo-intero to importo-edit.
           move 0 to spazi-testa.
           inspect importo-edit tallying spazi-testa
                   for leading spaces.
           initialize importo-xml.
           string importo-edit(spazi-testa + 1:) delimited size
                  "."                            delimited size
                  como-importo-cent              delimited size
             into importo-xml
           end-string.

      ***---
       CONVERTI-CONTA.
           move 0 to spazi-testa.
           inspect conta-edit tallying spazi-testa
                   for leading spaces.
           move conta-edit(spazi-testa + 1:) to conta-xml.

      ***---
       MARCA-PRESENTATE.
      *    Rate presentate: in attesa di esito. Il mandato passa a
      *    RCUR dal prossimo giro.
           perform varying add-ix from 1 by 1
                     until add-ix > add-count
              move add-pay-key(add-ix) to pay-key
              read payments
                   invalid continue
               not invalid
                   set pay-sdd-inviato to true
                   move spaces to pay-sdd-motivo
                   rewrite pay-rec invalid continue end-rewrite
              end-read
              move pay-code to mnd-code
              read mandates
                   invalid continue
               not invalid
                   move data-addebito to mnd-data-ultimo-addebito
                   rewrite mnd-rec invalid continue end-rewrite
              end-read
           end-perform.

      ***---
       STAMPA.
           if link-stampa-file
      *       Esportazione su file (PDF): niente finestra di scelta
      *       stampante, si stampa direttamente su file.
              move link-export-path to spl-nome-file-export
              move titolo            to spl-nome-job
              set spl-apertura-file  to true
              set spl-horizontal     to true
              set WFDEVICE-WIN-PRINTER    to true
              call "spooler" using spooler-link
              if spl-sta-annu
                 set errori to true
              else
                 perform CARICA-FONT
              end-if
           else
              if link-anteprima
      *          Anteprima a video: nessuna scelta stampante, si apre
      *          direttamente sulla stampante virtuale di anteprima.
                 move titolo          to spl-nome-job
                 set spl-apertura-anteprima  to true
                 set spl-horizontal   to true
                 set WFDEVICE-WIN-PRINTER    to true
                 call "spooler" using spooler-link
                 if spl-sta-annu
                    set errori to true
                 else
                    perform CARICA-FONT
                 end-if
              else
              if link-stampante = spaces
                 initialize spooler-link
                 call   "selprint" using selprint-linkage
                 cancel "selprint"
              else
                 move link-stampante to selprint-stampante
              end-if

              if selprint-stampante not = space
                 move selprint-num-copie to SPL-NUM-COPIE
                 move selprint-stampante to SPL-NOME-STAMPANTE

                 move titolo to spl-nome-job
                 set spl-apertura   to true
                 set spl-horizontal to true
                 set WFDEVICE-WIN-PRINTER    to true
                 call "spooler" using spooler-link
                 if spl-sta-annu
                    set errori to true
                 else
                    perform CARICA-FONT
                 end-if
              else
                 set spl-sta-annu to true
                 set errori to true
              end-if
              end-if
           end-if.

           if tutto-ok
              move 0,6 to spl-riga
              move link-data-da  to r-data-da-disp
              move link-data-a   to r-data-a-disp
              move data-addebito to r-data-disp
              initialize r-titolo
              string titolo          delimited size
                     ": scadenze dal " delimited size
                     r-data-da-disp  delimited size
                     " al "          delimited size
                     r-data-a-disp   delimited size
                     ", addebito il " delimited size
                     r-data-disp     delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to spl-riga-stampa
              move 1              to spl-tipo-colonna
              perform SCRIVI
              add 0,7 to spl-riga

              perform STAMPA-DISPOSIZIONI
              perform STAMPA-TOTALI

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-DISPOSIZIONI.
           if add-count = 0
              move "Nessuna rata da addebitare nel periodo"
                to spl-riga-stampa
              move ArialNarrow11 to spl-hfont
              move 1             to spl-tipo-colonna
              perform SCRIVI
              add 0,5 to spl-riga
              exit paragraph
           end-if.
           move ArialNarrow11 to spl-hfont.
           perform varying add-ix from 1 by 1
                     until add-ix > add-count
              move add-scadenza(add-ix) to r-data-disp
              move add-importo(add-ix)  to r-importo-disp
              initialize r-riga
              string add-pay-key(add-ix)(1:18) delimited size
                     "  "                      delimited size
                     add-debitore(add-ix)      delimited "  "
                     "  scad. "                delimited size
                     r-data-disp               delimited size
                     "  "                      delimited size
                     r-importo-disp            delimited size
                     "  "                      delimited size
                     add-sequenza(add-ix)      delimited size
                     "  "                      delimited size
                     add-iban(add-ix)          delimited space
                into r-riga
              end-string
              move r-riga to spl-riga-stampa
              move 1      to spl-tipo-colonna
              perform SCRIVI
              add 0,4 to spl-riga
           end-perform.

      ***---
       STAMPA-TOTALI.
           add 0,3 to spl-riga.
           move ArialNarrow11B to spl-hfont.
           move num-addebiti to r-num-disp.
           move tot-addebiti to r-totale-disp.
           initialize r-riga.
           string "Disposizioni: "   delimited size
                  r-num-disp         delimited size
                  "  totale: "       delimited size
                  r-totale-disp      delimited size
             into r-riga
           end-string.
           move r-riga to spl-riga-stampa.
           move 1      to spl-tipo-colonna.
           perform SCRIVI.
           add 0,45 to spl-riga.
           if num-escluse > 0
              move num-escluse to r-num-disp
              initialize r-riga
              string "Rate escluse (respinte non ripresentabili o "
                                    delimited size
                     "oltre il massimo per file): "
                                    delimited size
                     r-num-disp     delimited size
                into r-riga
              end-string
              move r-riga to spl-riga-stampa
              move 1      to spl-tipo-colonna
              perform SCRIVI
           end-if.

      ***---
       GIORNO-SUCCESSIVO.
           perform CALCOLA-FINE-MESE.
           if como-data-gg < giorni-mese-corrente
              add 1 to como-data-gg
              exit paragraph
           end-if.
           move 1 to como-data-gg.
           if como-data-mese = 12
              move 1 to como-data-mese
              add 1 to como-data-anno
           else
              add 1 to como-data-mese
           end-if.

      ***---
       CALCOLA-FINE-MESE.
      *    Giorni del mese di como-data-calcolo, febbraio bisestile
      *    con lo stesso criterio degli altri calcoli di calendario.
           move giorni-del-mese(como-data-mese) to giorni-mese-corrente.
           if como-data-mese = 2
              divide como-data-anno by 4 giving como-anni-in-piu
                     remainder como-resto
              if como-resto = 0
                 divide como-data-anno by 100 giving como-anni-in-piu
                        remainder como-resto
                 if como-resto not = 0
                    move 29 to giorni-mese-corrente
                 else
                    divide como-data-anno by 400
                           giving como-anni-in-piu
                           remainder como-resto
                    if como-resto = 0
                       move 29 to giorni-mese-corrente
                    end-if
                 end-if
              end-if
           end-if.

      ***---
       SCRIVI.
           set  spl-stringa   to true.
           call "spooler"  using spooler-link.

      ***---
       CARICA-FONT.
      * Arial Narrow 11
           initialize wfont-data.
           move 11 to wfont-size.
           move "Arial Narrow"            to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to false.
           set  wfont-italic         to false.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           call "W$FONT" using wfont-get-font, ArialNarrow11,
                               wfont-data
                        giving wfont-status.
           if wfont-status not = 1
              set errori to true
              perform MESSAGGIO-ERR-FONT
              exit paragraph
           end-if.

      * Arial Narrow 11 Bold
           initialize wfont-data.
           move 11 to wfont-size.
           move "Arial Narrow"            to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to true.
           set  wfont-italic         to false.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           call "W$FONT" using wfont-get-font, ArialNarrow11B,
                               wfont-data
                        giving wfont-status.
           if wfont-status not = 1
              set errori to true
              perform MESSAGGIO-ERR-FONT
              exit paragraph
           end-if.

      ***---
       MESSAGGIO-ERR-FONT.
           initialize messaggio.
           inspect wfont-name replacing trailing space by low-value.
           move wfont-size    to font-size-dply.
           string  "Font: "         delimited size
                   WFONT-NAME       delimited low-value
                   X"0D0A"          delimited size
                   "Dimensione: ",  delimited size
                   FONT-SIZE-DPLY,  delimited size
                   X"0D0A"          delimited size
                   "Non installato. La stampa verra' abortita!"
                                    delimited size
              into messaggio.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       SCRIVI-CONVLOG.
           open extend convlog.
           if status-convlog = "35"
              open output convlog
           end-if.
           move "sdd-invio"     to clg-programma.
           accept clg-data      from century-date.
           accept clg-ora       from time.
           move num-esaminate to clg-letti.
           move num-addebiti  to clg-scritti.
           move num-escluse   to clg-scartati.
           write clg-rec.
           close convlog.

      ***---
       CHIUDI-FILES.
           close payments mandates athletes.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
