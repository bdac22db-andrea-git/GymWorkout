      *    badge per un atleta, sostituzione e revoca (flag "R") dei
      *    badge persi o ritirati. Il badge revocato viene rifiutato
      *    all'ingresso da gcheckin.
      *    Un badge si intesta a un atleta OPPURE a un membro del
      *    personale (codice TRAINERS): il badge del personale in
      *    reception timbra entrata e uscita (TIMBRATURE).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       FILE-CONTROL.
       copy "badges.sl".
       copy "athletes.sl".
       copy "trainers.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "badges.fd".
       copy "athletes.fd".
       copy "trainers.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "accesso.lks".

       77  status-badges        pic xx.
       77  status-athletes      pic xx.
       77  status-trainers      pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
       78  78-ID-pb-carica       value 4.
       78  78-ID-pb-salva        value 5.
       78  78-ID-pb-esci         value 6.
       78  78-ID-ef-trainer      value 7.

       77  control-id            pic 9(4).

       77  ef-badge-buf          pic 9(10).
       77  ef-codice-buf         pic 9(18).
       77  ef-revocato-buf       pic x.
       77  ef-trainer-buf        pic x(5).

       SCREEN SECTION.
       01  Form1.
                                            using ef-codice-buf.
           05 ef-revocato   line 4  col 22 pic x
                                            using ef-revocato-buf.
           05 ef-trainer    line 5  col 22 pic x(5)
                                            using ef-trainer-buf.
           05 pb-carica     line 6  col 5  pic x(10) value "Carica".
           05 pb-salva      line 6  col 20 pic x(10) value "Salva".
           05 pb-esci       line 6  col 35 pic x(10) value "Esci".
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
           move "gbadges"     to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           move 0      to ef-badge-buf ef-codice-buf.
           move spaces to ef-revocato-buf ef-trainer-buf.

      ***---
       APRI-FILES.
              set errori to true
           end-if.

           open input athletes trainers.

      ***---
       GESTIONE-SCHERMO.
           end-read.
           move bdg-ath-code to ef-codice-buf.
           move bdg-revocato to ef-revocato-buf.
           move bdg-trn-code to ef-trainer-buf.
           display Form1.

      ***---
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-trainer-buf not = spaces
              if ef-codice-buf not = 0
                 display message "Il badge va a un atleta oppure al "
                                 "personale, non a tutti e due"
                            icon mb-warning-icon
                 exit paragraph
              end-if
              move ef-trainer-buf to trn-code
              read trainers
                   invalid
                      display message "Trainer " ef-trainer-buf
                                 " inesistente" icon mb-warning-icon
                      exit paragraph
              end-read
           else
              move ef-codice-buf to ath-code
              read athletes
                   invalid
                      display message "Atleta " ef-codice-buf
                                 " inesistente" icon mb-warning-icon
                      exit paragraph
              end-read
           end-if.

           move ef-badge-buf to bdg-code.
           read badges
           end-read.

           move ef-codice-buf   to bdg-ath-code.
           move ef-trainer-buf  to bdg-trn-code.
           move ef-revocato-buf to bdg-revocato.

           if record-esistente

      ***---
       CHIUDI-FILES.
           close badges athletes trainers.
