       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      cons-ospiti.
       SPECIAL-NAMES. decimal-point is comma.
      ******************************************************************
      *    Caricamento dell'accesso reciproco: legge un estratto
      *    scritto da exp-accessi nell'altra sede e ne riversa le
      *    righe in OSPITI sotto il codice sede che portano in testa.
      *    L'estratto e' la fotografia completa dei soci ammessi di
      *    quella sede, quindi alla prima riga di ogni sede le righe
      *    gia' caricate per la stessa sede si tolgono in blocco: chi
      *    non c'e' piu' (abbonamento finito, consenso ritirato, badge
      *    revocato) smette di essere riconosciuto, e il rilancio
      *    sullo stesso estratto non duplica niente.
      *    Si scartano le righe di una sede non configurata ("???" o
      *    spazi) e quelle che portano il codice di questa stessa sede
      *    (variabile d'ambiente CODICE_SEDE): i soci di casa non sono
      *    ospiti. Esito in CONVLOG come per le conversioni.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "ospiti.sl".
           copy "convlog.sl".
       SELECT estratto
           ASSIGN       TO  path-estratto
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS STATUS-estratto.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "ospiti.fd".
           copy "convlog.fd".

       FD  estratto
           LABEL RECORD IS STANDARD.
       01  est-rec.
           05 est-sede             PIC  x(3).
           05 est-ath-code         PIC  9(18).
           05 est-badge            PIC  9(10).
           05 est-cognome          PIC  x(40).
           05 est-nome             PIC  x(40).
           05 est-scadenza-abb     PIC  9(8).
           05 est-sospeso-da       PIC  9(8).
           05 est-sospeso-a        PIC  9(8).
           05 est-scadenza-cert    PIC  9(8).
           05 est-morosita         PIC  x.
           05 est-data-estratto    PIC  9(8).

       WORKING-STORAGE SECTION.
       77  status-ospiti           pic xx.
       77  status-convlog          pic xx.
       77  status-estratto         pic xx.
       77  path-estratto           pic x(256).
       77  codice-sede             pic x(3).

       77  num-righe-lette         pic 9(6) value 0.
       77  num-righe-scritte       pic 9(6) value 0.
       77  num-righe-scartate      pic 9(6) value 0.
       01  r-num-scritte-disp      pic z(5)9.

      *    Sedi gia' svuotate in questo caricamento.
       78  78-max-sedi             value 20.
       01  tab-sedi.
           05 sed-codice           occurs 20 times pic x(3).
       77  sed-count               pic 99 value 0.
       77  sed-ix                  pic 99.

       77  controlli               pic xx.
           88 tutto-ok             value "OK".
           88 errori               value "ER".

       LINKAGE SECTION.
       77  link-path-import        pic x(256).
      *    "B": lancio automatico, niente popup a video - l'esito resta
      *    comunque tracciato in CONVLOG.
       77  link-modo-batch         pic x.
           88 link-batch               value "B".
       77  link-status             signed-short.

      ******************************************************************
       PROCEDURE DIVISION using link-path-import link-modo-batch
                                 link-status.
      ***---
       MAIN-PRG.
           set tutto-ok  to true.
           move 0        to link-status.

           accept codice-sede from environment "CODICE_SEDE".

           move link-path-import to path-estratto.
           open input estratto.
           if status-estratto not = "00"
              set errori to true
              if not link-batch
                 display message "Estratto non leggibile"
                            title "Accesso reciproco"
                             icon 3
              end-if
           end-if.

           if tutto-ok
              open i-o ospiti
              if status-ospiti = "35"
                 open output ospiti
                 close ospiti
                 open i-o ospiti
              end-if
              perform CARICA-TUTTE-LE-RIGHE
              close ospiti
              close estratto
           end-if.

           perform SCRIVI-CONVLOG.

           if not link-batch
           and tutto-ok
              move num-righe-scritte to r-num-scritte-disp
              display message "Caricamento completato: "
                               r-num-scritte-disp " righe ospiti"
                         title "Accesso reciproco"
                          icon 3
           end-if.

           if errori
              move -1 to link-status
           end-if.
           goback.

      ***---
       CARICA-TUTTE-LE-RIGHE.
           perform until 1 = 2
              read estratto
                   at end exit perform
              end-read
              add 1 to num-righe-lette
              if est-sede = spaces or est-sede = "???"
              or est-sede = codice-sede
                 add 1 to num-righe-scartate
              else
                 perform SVUOTA-SEDE
                 perform CARICA-RIGA
              end-if
           end-perform.

      ***---
       SVUOTA-SEDE.
      *    Solo alla prima riga della sede in questo caricamento.
           perform varying sed-ix from 1 by 1
                     until sed-ix > sed-count
              if sed-codice(sed-ix) = est-sede
                 exit paragraph
              end-if
           end-perform.
           if sed-count >= 78-max-sedi
              exit paragraph
           end-if.
           add 1 to sed-count.
           move est-sede to sed-codice(sed-count).

           move est-sede  to osp-sede.
           move low-value to osp-ath-code osp-badge.
           start ospiti key is >= osp-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read ospiti next at end exit perform end-read
              if osp-sede not = est-sede
                 exit perform
              end-if
              delete ospiti record
                     invalid continue
              end-delete
           end-perform.

      ***---
       CARICA-RIGA.
           initialize osp-rec.
           move est-sede          to osp-sede.
           move est-ath-code      to osp-ath-code.
           move est-badge         to osp-badge.
           move est-cognome       to osp-cognome.
           move est-nome          to osp-nome.
           move est-scadenza-abb  to osp-scadenza-abb.
           move est-sospeso-da    to osp-sospeso-da.
           move est-sospeso-a     to osp-sospeso-a.
           move est-scadenza-cert to osp-scadenza-cert.
           move est-morosita      to osp-morosita.
           move est-data-estratto to osp-data-estratto.
           write osp-rec
                 invalid
                    rewrite osp-rec
                    add 1 to num-righe-scritte
             not invalid
                    add 1 to num-righe-scritte
           end-write.

      ***---
       SCRIVI-CONVLOG.
           open extend convlog.
           if status-convlog = "35"
              open output convlog
           end-if.
           move "cons-ospiti"   to clg-programma.
           accept clg-data      from century-date.
           accept clg-ora       from time.
           move num-righe-lette    to clg-letti.
           move num-righe-scritte  to clg-scritti.
           move num-righe-scartate to clg-scartati.
           write clg-rec.
           close convlog.
