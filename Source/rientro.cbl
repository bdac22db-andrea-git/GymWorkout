       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      rientro.
       SPECIAL-NAMES. decimal-point is comma.
      ******************************************************************
      *    Casi di rientro all'allenamento dopo un infortunio (RIENTRI).
      *    Con A apre il caso per un incidente di INCIDENTS: fase
      *    riposo, revisione a 78-giorni-revisione giorni, esercizio
      *    dell'incidente fra le esclusioni; se il caso c'e' gia' ne
      *    restituisce fase e revisione con esito G.
      *    Con V dice se l'atleta puo' allenarsi alla data indicata
      *    e, dato un esercizio o un macrogruppo, se puo' farlo: fra
      *    i casi aperti di incidenti non successivi alla data, il
      *    riposo vieta tutto, la riabilitazione vieta le esclusioni
      *    (esercizio, suo gruppo o macrogruppo del gruppo o dello
      *    slot), il carico parziale le segnala soltanto. Sta al
      *    chiamante rifiutare (N) o avvisare (A). Senza archivio
      *    nessun atleta risulta in rientro.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "rientri.sl".
           copy "exercises.sl".
           copy "groups.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "rientri.fd".
           copy "exercises.fd".
           copy "groups.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "operatore.def".

       77  status-rientri          pic xx.
       77  status-exercises        pic xx.
       77  status-groups           pic xx.

      * PRIMA REVISIONE DEL CASO APPENA APERTO
       78  78-giorni-revisione     value 7.

       77  oggi                    pic 9(8).
       77  ix                      pic 9.
       77  filler                  pic 9.
           88 esclusione-trovata   value 1 false 0.

      * ESERCIZIO DA VERIFICARE CON GRUPPO E MACROGRUPPO
       77  exe-cercato             pic x(5).
       77  grp-cercato             pic x(5).
       77  mcg-cercato             pic x(5).
       77  rif-escluso             pic x(5).

       01  data-esame              pic 9(8).
       01  filler redefines data-esame.
           05 de-anno              pic 9(4).
           05 de-mese              pic 99.
           05 de-giorno            pic 99.
       77  como-div                pic 9(4).
       77  como-resto              pic 9(4).
       01  tab-giorni-mese.
           05 filler               pic x(24) value
              "312831303130313130313031".
       01  filler redefines tab-giorni-mese.
           05 giorni-del-mese      occurs 12 pic 99.

       01  como-data-calcolo.
           05 como-data-anno       pic 9(4).
           05 como-data-mese       pic 99.
           05 como-data-gg         pic 99.
       01  r-data-disp.
           05 r-data-gg            pic 99.
           05 filler               pic x value "/".
           05 r-data-mese          pic 99.
           05 filler               pic x value "/".
           05 r-data-anno          pic 9(4).

       LINKAGE SECTION.
           copy "rientro.lks".

      ******************************************************************
       PROCEDURE DIVISION using rientro-linkage.
      ***---
       MAIN-PRG.
           accept oggi from century-date.
           move spaces to rnk-fase rnk-messaggio.
           move 0      to rnk-revisione.
           if rnk-apri
              perform APRI-CASO
           else
              set rnk-consentito to true
              perform VERIFICA-CASI
           end-if.
           goback.

      ***---
       APRI-CASO.
           set rnk-errore to true.
           open i-o rientri.
           if status-rientri = "35"
              open output rientri
              close rientri
              open i-o rientri
           end-if.
           if status-rientri not = "00" and not = "05"
              move "Archivio dei rientri non disponibile"
                to rnk-messaggio
              exit paragraph
           end-if.

           move rnk-ath-code to rie-ath-code.
           move rnk-data     to rie-inc-data.
           move rnk-ora      to rie-inc-ora.
           read rientri
                invalid continue
            not invalid
                set rnk-gia-aperto   to true
                move rie-fase           to rnk-fase
                move rie-data-revisione to rnk-revisione
                move rie-data-revisione to como-data-calcolo
                perform COMPONI-DATA
                string "Per l'infortunio c'e' gia' il caso di "
                                               delimited size
                       "rientro, revisione entro il "
                                               delimited size
                       r-data-disp             delimited size
                       " (grientri)"           delimited size
                  into rnk-messaggio
                end-string
                close rientri
                exit paragraph
           end-read.

           initialize rie-rec.
           move rnk-ath-code to rie-ath-code.
           move rnk-data     to rie-inc-data.
           move rnk-ora      to rie-inc-ora.
           set rie-fase-riposo to true.
           move oggi         to rie-data-apertura.
           move oggi         to data-esame.
           perform 78-giorni-revisione times
              perform GIORNO-SUCCESSIVO
           end-perform.
           move data-esame   to rie-data-revisione.
           if rnk-exe-code not = spaces
              move "E"          to rie-esc-tipo(1)
              move rnk-exe-code to rie-esc-rif-code(1)
           end-if.
      *    La fase di riposo la firma chi registra l'infortunio: il
      *    trainer firma i passaggi successivi in grientri.
           move oggi to rie-firma-data(1).
           accept SYSTEM-INFORMATION from system-info.
           move SYSTEM-INFO-USER-ID to rie-firma-utente(1).
      *    Operatore collegato ad accesso, se la sessione ne ha uno.
           if opc-codice not = spaces and not = low-value
              move opc-codice       to rie-firma-utente(1)
           end-if.
           write rie-rec
                 invalid
                    move "Impossibile aprire il caso di rientro"
                      to rnk-messaggio
                    close rientri
                    exit paragraph
           end-write.
           close rientri.

           set rnk-aperto to true.
           move rie-fase           to rnk-fase.
           move rie-data-revisione to rnk-revisione.
           move rie-data-revisione to como-data-calcolo.
           perform COMPONI-DATA.
           string "Aperto il caso di rientro: atleta a riposo, "
                                          delimited size
                  "revisione entro il "   delimited size
                  r-data-disp             delimited size
                  " (grientri)"           delimited size
             into rnk-messaggio
           end-string.

      ***---
       VERIFICA-CASI.
           open input rientri.
           if status-rientri not = "00" and not = "05"
              exit paragraph
           end-if.
           perform RISOLVI-ESERCIZIO.

           move rnk-ath-code to rie-ath-code.
           move 0            to rie-inc-data rie-inc-ora.
           start rientri key is >= rie-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read rientri next at end exit perform end-read
                    if rie-ath-code not = rnk-ath-code
                       exit perform
                    end-if
                    if rie-caso-aperto
                    and rie-inc-data <= rnk-data
                       perform VALUTA-CASO
                    end-if
                 end-perform
           end-start.
           close rientri.

           if rnk-consentito and not rnk-nessun-caso
              move rnk-revisione to como-data-calcolo
              perform COMPONI-DATA
              evaluate true
              when rnk-fase-riabilitazione
                   string "Rientro da infortunio: RIABILITAZIONE, "
                                               delimited size
                          "revisione entro il " delimited size
                          r-data-disp           delimited size
                     into rnk-messaggio
                   end-string
              when other
                   string "Rientro da infortunio: CARICO PARZIALE, "
                                               delimited size
                          "revisione entro il " delimited size
                          r-data-disp           delimited size
                     into rnk-messaggio
                   end-string
              end-evaluate
           end-if.

      ***---
       RISOLVI-ESERCIZIO.
      *    Esercizio, suo gruppo e macrogruppo del gruppo; in piu' il
      *    macrogruppo dello slot, che vale anche senza esercizio.
           move rnk-exe-code to exe-cercato.
           move spaces       to grp-cercato mcg-cercato.
           if exe-cercato = spaces
              exit paragraph
           end-if.
           open input exercises groups.
           move exe-cercato to exe-code.
           read exercises
                invalid continue
            not invalid
                move exe-grp-code to grp-cercato
           end-read.
           if grp-cercato not = spaces
              move grp-cercato to grp-code
              read groups
                   invalid continue
               not invalid
                   move grp-mcg-code to mcg-cercato
              end-read
           end-if.
           close exercises groups.

      ***---
       VALUTA-CASO.
      *    Fase piu' restrittiva fra i casi aperti (R, poi B, poi P) e
      *    revisione piu' vicina.
           if rnk-revisione = 0
           or rie-data-revisione < rnk-revisione
              move rie-data-revisione to rnk-revisione
           end-if.
           move rie-inc-data to como-data-calcolo.
           perform COMPONI-DATA.

           if rie-fase-riposo
              if not rnk-fase-riposo
                 set rnk-fase-riposo to true
                 set rnk-vietato     to true
                 initialize rnk-messaggio
                 string "Atleta a RIPOSO per l'infortunio del "
                                                delimited size
                        r-data-disp             delimited size
                        ": niente allenamento fino al passaggio "
                                                delimited size
                        "di fase (grientri)"    delimited size
                   into rnk-messaggio
                 end-string
              end-if
              exit paragraph
           end-if.

           if rnk-nessun-caso or rnk-fase-carico-parziale
              move rie-fase to rnk-fase
           end-if.
           perform CERCA-ESCLUSIONE.
           if not esclusione-trovata
           or rnk-vietato
              exit paragraph
           end-if.
           if rie-fase-riabilitazione
              set rnk-vietato to true
              initialize rnk-messaggio
              string "Esercizio vietato in RIABILITAZIONE "
                                             delimited size
                     "(esclusione "          delimited size
                     rif-escluso             delimited space
                     ", infortunio del "     delimited size
                     r-data-disp             delimited size
                     ")"                     delimited size
                into rnk-messaggio
              end-string
           else
              if rnk-consentito
                 set rnk-avviso to true
                 initialize rnk-messaggio
                 string "CARICO PARZIALE: ridurre il carico "
                                                delimited size
                        "(esclusione "          delimited size
                        rif-escluso             delimited space
                        ", infortunio del "     delimited size
                        r-data-disp             delimited size
                        ")"                     delimited size
                   into rnk-messaggio
                 end-string
              end-if
           end-if.

      ***---
       CERCA-ESCLUSIONE.
           set esclusione-trovata to false.
           move spaces to rif-escluso.
           perform varying ix from 1 by 1
                     until ix > 5 or esclusione-trovata
              if rie-esc-rif-code(ix) not = spaces
                 evaluate rie-esc-tipo(ix)
                 when "E"
                      if rie-esc-rif-code(ix) = exe-cercato
                         set esclusione-trovata to true
                      end-if
                 when "G"
                      if rie-esc-rif-code(ix) = grp-cercato
                         set esclusione-trovata to true
                      end-if
                 when "M"
                      if rie-esc-rif-code(ix) = mcg-cercato
                      or rie-esc-rif-code(ix) = rnk-mcg-code
                         set esclusione-trovata to true
                      end-if
                 end-evaluate
                 if esclusione-trovata
                    move rie-esc-rif-code(ix) to rif-escluso
                 end-if
              end-if
           end-perform.

      ***---
       GIORNO-SUCCESSIVO.
           if de-mese = 2
              move 28 to giorni-del-mese(2)
      *       Febbraio bisestile, stesso criterio degli altri calcoli
      *       di calendario dell'impianto.
              divide de-anno by 4 giving como-div
                     remainder como-resto
              if como-resto = 0
                 divide de-anno by 100 giving como-div
                        remainder como-resto
                 if como-resto not = 0
                    move 29 to giorni-del-mese(2)
                 else
                    divide de-anno by 400 giving como-div
                           remainder como-resto
                    if como-resto = 0
                       move 29 to giorni-del-mese(2)
                    end-if
                 end-if
              end-if
           end-if.
           if de-giorno < giorni-del-mese(de-mese)
              add 1 to de-giorno
              exit paragraph
           end-if.
           move 1 to de-giorno.
           if de-mese = 12
              move 1 to de-mese
              add 1 to de-anno
           else
              add 1 to de-mese
           end-if.

      ***---
       COMPONI-DATA.
           move como-data-gg   to r-data-gg.
           move como-data-mese to r-data-mese.
           move como-data-anno to r-data-anno.
