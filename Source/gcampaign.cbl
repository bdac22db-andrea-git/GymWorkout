      *    Maintenance screen delle campagne di comunicazione
      *    (campaigns): selezione dei destinatari (S = abbonamenti in
      *    scadenza entro N giorni, T = atleti di un trainer, I =
      *    inattivi da N giorni, V = premiati di una sfida chiusa),
      *    oggetto e testo del messaggio con i segnaposto <NOME> e
      *    <DATA>. La spedizione e' camp-invio, col registro consegne
      *    MAILLOG a garantire il non doppio invio.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       FILE-CONTROL.
       copy "campaigns.sl".
       copy "trainers.sl".
       copy "sfide.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "campaigns.fd".
       copy "trainers.fd".
       copy "sfide.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "accesso.lks".

       77  status-campaigns     pic xx.
       77  status-trainers      pic xx.
       77  status-sfide         pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
       78  78-ID-ef-trainer      value 5.
       78  78-ID-ef-oggetto      value 6.
       78  78-ID-ef-testo        value 7.
       78  78-ID-ef-sfida        value 8.
       78  78-ID-pb-carica       value 9.
       78  78-ID-pb-salva        value 10.
       78  78-ID-pb-elimina      value 11.
       78  78-ID-pb-esci         value 12.

       77  control-id            pic 9(4).

       77  ef-trainer-buf        pic x(5).
       77  ef-oggetto-buf        pic x(60).
       77  ef-testo-buf          pic x(500).
       77  ef-sfida-buf          pic x(5).

       SCREEN SECTION.
       01  Form1.
                                            using ef-parametro-buf.
           05 ef-trainer    line 6  col 22 pic x(5)
                                            using ef-trainer-buf.
           05 ef-sfida      line 6  col 40 pic x(5)
                                            using ef-sfida-buf.
           05 ef-oggetto    line 7  col 22 pic x(60)
                                            using ef-oggetto-buf.
           05 ef-testo      line 8  col 22 pic x(100)
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
           move "gcampaign"   to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           move spaces to ef-codice-buf ef-descr-buf ef-selezione-buf
                          ef-trainer-buf ef-oggetto-buf ef-testo-buf
                          ef-sfida-buf.
           move 0 to ef-parametro-buf.

      ***---
              set errori to true
           end-if.

           open input trainers sfide.

      ***---
       GESTIONE-SCHERMO.
           move cmp-trainer-code to ef-trainer-buf.
           move cmp-oggetto      to ef-oggetto-buf.
           move cmp-testo        to ef-testo-buf.
           move cmp-sfd-code     to ef-sfida-buf.
           display Form1.

      ***---
              exit paragraph
           end-if.
           if ef-selezione-buf not = "S" and not = "T" and not = "I"
                               and not = "V"
              display message "Selezione: S=scadenze T=trainer "
                              "I=inattivi V=premiati di una sfida"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-selezione-buf = "T"
                      exit paragraph
              end-read
           end-if.
           if ef-selezione-buf = "V"
              inspect ef-sfida-buf converting
                      "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              move ef-sfida-buf to sfd-code
              read sfide
                   invalid
                      display message "Sfida " ef-sfida-buf
                                 " inesistente" icon mb-warning-icon
                      exit paragraph
              end-read
           else
              move spaces to ef-sfida-buf
           end-if.
           if (ef-selezione-buf = "S" or = "I")
           and ef-parametro-buf = 0
              display message "Parametro giorni obbligatorio"
           move ef-trainer-buf    to cmp-trainer-code.
           move ef-oggetto-buf    to cmp-oggetto.
           move ef-testo-buf      to cmp-testo.
           move ef-sfida-buf      to cmp-sfd-code.

           if record-esistente
              rewrite cmp-rec

      ***---
       CHIUDI-FILES.
           close campaigns trainers sfide.
