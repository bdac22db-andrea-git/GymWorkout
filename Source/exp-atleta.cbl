      *    scrivente (variabile d'ambiente CODICE_SEDE), cosi' chi
      *    importa sa da quale installazione arrivano i dati.
      *    Il caricamento nell'altra installazione e' imp-atleta.
      *    Il trasferimento dei dati richiede il consenso in vigore
      *    dell'atleta per la finalita' "T" nel registro CONSENSI
      *    (gconsensi): senza, l'esportazione e' rifiutata e in CONVLOG
      *    resta un'esportazione scartata.
      ******************************************************************

       INPUT-OUTPUT SECTION.
           copy "rwodbook-storico.sl".
           copy "checkin.sl".
           copy "convlog.sl".
           copy "consensi.sl".
       SELECT trasferimento
           ASSIGN       TO  path-trasferimento
           ORGANIZATION IS LINE SEQUENTIAL
           copy "rwodbook-storico.fd".
           copy "checkin.fd".
           copy "convlog.fd".
           copy "consensi.fd".

       FD  trasferimento
           LABEL RECORD IS STANDARD.
       77  status-rwodbook-storico pic xx.
       77  status-checkin          pic xx.
       77  status-convlog          pic xx.
       77  status-consensi         pic xx.
       77  status-trasferimento    pic xx.
       77  path-trasferimento      pic x(256).

       77  num-righe-scritte       pic 9(6) value 0.
       77  num-rifiutati           pic 9(6) value 0.
       77  filler                  pic 9.
           88 consenso-trasferimento value 1 false 0.
       77  codice-sede             pic x(3).
       01  r-num-scritte-disp      pic z(5)9.

           set tutto-ok  to true.
           move 0        to link-status.

           open input athletes wodmap rwodbook checkin consensi.
           if status-athletes not = "00"
              set errori to true
           end-if.
              end-read
           end-if.

           if tutto-ok
              perform CONTROLLA-CONSENSO
              if not consenso-trasferimento
                 set errori to true
                 add 1 to num-rifiutati
                 if not link-batch
                    display message "L'atleta " link-ath-code
                               " non ha dato il consenso al "
                               "trasferimento dei dati"
                               title "Esportazione atleta"
                                icon 3
                 end-if
              end-if
           end-if.

           if tutto-ok
              move link-path-export to path-trasferimento
              open output trasferimento
              perform ESPORTA-INGRESSI
              close trasferimento
           end-if.
           close athletes wodmap rwodbook checkin consensi.
           if status-rwodbook-storico = "00"
           or status-rwodbook-storico = "05"
              close rwodbook-storico
           end-if.
           goback.

      ***---
       CONTROLLA-CONSENSO.
      *    Ultima dichiarazione dell'atleta per il trasferimento dati
      *    all'altra sede: deve essere un consenso dato.
           set consenso-trasferimento to false.
           move link-ath-code to cns-code.
           move "T"           to cns-finalita.
           move 99999999      to cns-data cns-ora.
           start consensi key is <= cns-key
                 invalid exit paragraph
           end-start.
           read consensi next
                at end exit paragraph
           end-read.
           if cns-code = link-ath-code and cns-trasferimento
              and cns-dato
              set consenso-trasferimento to true
           end-if.

      ***---
       ESPORTA-SEDE.
      *    Riga di testata con la sede di origine: chi importa la
           accept clg-ora       from time.
           move num-righe-scritte to clg-letti.
           move num-righe-scritte to clg-scritti.
           move num-rifiutati     to clg-scartati.
           write clg-rec.
           close convlog.
