      *    CODICE_SEDE; senza, l'estratto esce marcato "???" e chi
      *    consolida se ne accorge subito. Esito in CONVLOG come per
      *    le conversioni.
      *    Le righe degli atleti senza consenso in vigore al
      *    trasferimento dati (finalita' "T" del registro CONSENSI,
      *    gconsensi) non escono col loro codice: si sommano per mese
      *    ed esercizio sul codice-contenitore anonimo delle
      *    cancellazioni GDPR (vedi gdpr-anon), cosi' i totali di
      *    club restano giusti e l'atleta non e' riconoscibile.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "monthsum.sl".
           copy "convlog.sl".
           copy "consensi.sl".
       SELECT estratto
           ASSIGN       TO  path-estratto
           ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           copy "monthsum.fd".
           copy "convlog.fd".
           copy "consensi.fd".

       FD  estratto
           LABEL RECORD IS STANDARD.
       WORKING-STORAGE SECTION.
       77  status-monthsum         pic xx.
       77  status-convlog          pic xx.
       77  status-consensi         pic xx.
       77  status-estratto         pic xx.
       77  path-estratto           pic x(256).
       77  codice-sede             pic x(3).

       77  num-righe-scritte       pic 9(6) value 0.
       77  num-righe-mascherate    pic 9(6) value 0.

      *    Codice-contenitore anonimo (lo stesso di gdpr-anon).
       78  78-codice-anonimo       value 999999999999999999.
       77  ultimo-codice           pic 9(18) value 0.
       77  filler                  pic 9.
           88 consenso-trasferimento value 1 false 0.

      *    Righe mascherate sommate per mese ed esercizio.
       78  78-max-anonimi          value 3000.
       01  tab-anonimi.
           05 ano-el               occurs 3000 times.
               10 ano-anno-mese        pic 9(6).
               10 ano-exe-code         pic x(5).
               10 ano-righe            pic 9(6).
               10 ano-serie            pic 9(6).
               10 ano-rep-totali       pic 9(7).
               10 ano-volume           pic 9(9)v99.
               10 ano-best-1rm         pic 9(5)v99.
       77  ano-count               pic 9(4) value 0.
       77  ano-ix                  pic 9(4).
       01  r-num-scritte-disp      pic z(5)9.

       77  controlli               pic xx.
              move "???" to codice-sede
           end-if.

           open input monthsum consensi.
           if status-monthsum not = "00"
              set errori to true
           end-if.
           end-if.

           if tutto-ok
              initialize tab-anonimi
              perform ESPORTA-RIEPILOGO
              perform ESPORTA-ANONIMI
              close estratto
           end-if.
           close monthsum consensi.

           perform SCRIVI-CONVLOG.

             not invalid
                 perform until 1 = 2
                    read monthsum next at end exit perform end-read
                    if msu-code not = ultimo-codice
                       move msu-code to ultimo-codice
                       perform CONTROLLA-CONSENSO
                    end-if
                    if consenso-trasferimento
                       move codice-sede to est-sede
                       move msu-rec     to est-dati
                       write est-rec
                       add 1 to num-righe-scritte
                    else
                       perform ACCUMULA-ANONIMO
                    end-if
                 end-perform
           end-start.

      ***---
       CONTROLLA-CONSENSO.
      *    Ultima dichiarazione dell'atleta per il trasferimento dati:
      *    deve essere un consenso dato. Le righe gia' sul codice
      *    anonimo si rifondono comunque nel contenitore.
           set consenso-trasferimento to false.
           if msu-code = 78-codice-anonimo
              exit paragraph
           end-if.
           move msu-code to cns-code.
           move "T"      to cns-finalita.
           move 99999999 to cns-data cns-ora.
           start consensi key is <= cns-key
                 invalid exit paragraph
           end-start.
           read consensi next
                at end exit paragraph
           end-read.
           if cns-code = msu-code and cns-trasferimento
              and cns-dato
              set consenso-trasferimento to true
           end-if.

      ***---
       ACCUMULA-ANONIMO.
           add 1 to num-righe-mascherate.
           perform varying ano-ix from 1 by 1
                     until ano-ix > ano-count
              if ano-anno-mese(ano-ix) = msu-anno-mese
              and ano-exe-code(ano-ix) = msu-exe-code
                 exit perform
              end-if
           end-perform.
           if ano-ix > ano-count
              if ano-count >= 78-max-anonimi
                 exit paragraph
              end-if
              add 1 to ano-count
              move msu-anno-mese to ano-anno-mese(ano-ix)
              move msu-exe-code  to ano-exe-code(ano-ix)
           end-if.
           add msu-righe       to ano-righe(ano-ix).
           add msu-serie       to ano-serie(ano-ix).
           add msu-rep-totali  to ano-rep-totali(ano-ix).
           add msu-volume      to ano-volume(ano-ix).
           if msu-best-1rm > ano-best-1rm(ano-ix)
              move msu-best-1rm to ano-best-1rm(ano-ix)
           end-if.

      ***---
       ESPORTA-ANONIMI.
           perform varying ano-ix from 1 by 1
                     until ano-ix > ano-count
              initialize msu-rec
              move 78-codice-anonimo      to msu-code
              move ano-anno-mese(ano-ix)  to msu-anno-mese
              move ano-exe-code(ano-ix)   to msu-exe-code
              move ano-righe(ano-ix)      to msu-righe
              move ano-serie(ano-ix)      to msu-serie
              move ano-rep-totali(ano-ix) to msu-rep-totali
              move ano-volume(ano-ix)     to msu-volume
              move ano-best-1rm(ano-ix)   to msu-best-1rm
              move codice-sede to est-sede
              move msu-rec     to est-dati
              write est-rec
              add 1 to num-righe-scritte
           end-perform.

      ***---
       SCRIVI-CONVLOG.
           open extend convlog.
           move "exp-monthsum"  to clg-programma.
           accept clg-data      from century-date.
           accept clg-ora       from time.
           compute clg-letti = num-righe-scritte
                             + num-righe-mascherate - ano-count.
           move num-righe-scritte to clg-scritti.
           move 0                 to clg-scartati.
           write clg-rec.
