       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      prenstaz.
       SPECIAL-NAMES. decimal-point is comma.
      ******************************************************************
      *    Prenotazioni delle stazioni nelle ore di punta (PRENSTAZ),
      *    per la reception (gprensta) e il chiosco (gkiosk):
      *    - P prenota lo slot che inizia all'ora indicata: stazione
      *      prenotabile, slot allineato alla griglia della stazione,
      *      data non passata, slot libero, atleta non gia' su
      *      un'altra stazione alla stessa ora e non oltre il tetto
      *      di 78-max-prenotazioni prenotazioni al giorno (override
      *      con la variabile d'ambiente PRENOTAZIONI_MAX_GIORNO);
      *    - A annulla la prenotazione dell'atleta su quello slot;
      *    - V verifica, per glogwod e gkiosk, se all'ora indicata la
      *      stazione e' prenotata da un altro atleta (esito N con il
      *      suo codice e il messaggio da mostrare come avviso).
      *    Fuori dalle ore prenotabili o su una stazione non
      *    prenotabile la verifica da' sempre esito S.
      *    Prenotazioni e annullamenti vanno al giornale di giornata,
      *    come le altre scritture dei programmi che chiamano.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "prenstaz.sl".
           copy "stations.sl".
           copy "athletes.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "prenstaz.fd".
           copy "stations.fd".
           copy "athletes.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "operatore.def".
           copy "giornale.lks".

       77  status-prenstaz         pic xx.
       77  status-stations         pic xx.
       77  status-athletes         pic xx.
       77  esito-giornale          signed-short.

      * TETTO GIORNALIERO DI PRENOTAZIONI PER ATLETA
       78  78-max-prenotazioni     value 2.
       77  max-prenotazioni        pic 99.
       77  max-ambiente            pic x(2).
       77  prenotazioni-atleta     pic 99.

       77  oggi                    pic 9(8).
       77  minuti-ora              pic 9(4).
       77  minuti-dalle            pic 9(4).
       77  minuti-alle             pic 9(4).
       77  minuti-inizio-slot      pic 9(4).
       77  minuti-fine-slot        pic 9(4).
       77  numero-slot             pic 9(4).
       77  resto-slot              pic 9(4).
       77  ore-conv                pic 99.
       77  resto-conv              pic 99.
       01  como-hhmm.
           05 como-hhmm-hh         pic 99.
           05 como-hhmm-mi         pic 99.
       01  r-slot-disp.
           05 r-slot-da-hh         pic 99.
           05 filler               pic x value ":".
           05 r-slot-da-mi         pic 99.
           05 filler               pic x value "-".
           05 r-slot-a-hh          pic 99.
           05 filler               pic x value ":".
           05 r-slot-a-mi          pic 99.
       01  r-max-disp              pic z9.

       77  filler                  pic 9.
           88 slot-valido          value 1 false 0.

       LINKAGE SECTION.
           copy "prenstaz.lks".

      ******************************************************************
       PROCEDURE DIVISION using prenstaz-linkage.
      ***---
       MAIN-PRG.
           set psk-ok to true.
           move 0      to psk-ora-slot psk-altro-atleta.
           move spaces to psk-messaggio.
           accept oggi from century-date.

           move 78-max-prenotazioni to max-prenotazioni.
           accept max-ambiente
                  from environment "PRENOTAZIONI_MAX_GIORNO".
           if max-ambiente not = spaces
              move max-ambiente to max-prenotazioni
           end-if.

           open input stations.
           if status-stations not = "00" and not = "05"
              if not psk-verifica
                 set psk-rifiutato to true
                 move "Anagrafica stazioni non disponibile"
                   to psk-messaggio
              end-if
              goback
           end-if.
           open i-o prenstaz.
           if status-prenstaz = "35"
              open output prenstaz
              close prenstaz
              open i-o prenstaz
           end-if.
           if status-prenstaz not = "00" and not = "05"
              close stations
              if not psk-verifica
                 set psk-rifiutato to true
                 move "Archivio prenotazioni occupato: riprovare"
                   to psk-messaggio
              end-if
              goback
           end-if.
           open input athletes.

           evaluate true
           when psk-prenota
                perform PRENOTA-SLOT
           when psk-annulla
                perform ANNULLA-SLOT
           when psk-verifica
                perform VERIFICA-SLOT
           end-evaluate.

           close prenstaz stations athletes.
           goback.

      ***---
       LEGGI-STAZIONE.
      *    Stazione prenotabile e slot dell'ora psk-ora sulla sua
      *    griglia (inizio e fine in minuti dalla mezzanotte).
           set slot-valido to false.
           move psk-sta-code to sta-code.
           read stations
                invalid
                   move "Stazione inesistente" to psk-messaggio
                   exit paragraph
           end-read.
           if not sta-prenotabile-si or sta-slot-minuti = 0
              move "Stazione non prenotabile" to psk-messaggio
              exit paragraph
           end-if.
           move sta-prenota-dalle to como-hhmm.
           compute minuti-dalle = como-hhmm-hh * 60 + como-hhmm-mi.
           move sta-prenota-alle  to como-hhmm.
           compute minuti-alle  = como-hhmm-hh * 60 + como-hhmm-mi.
           move psk-ora           to como-hhmm.
           compute minuti-ora   = como-hhmm-hh * 60 + como-hhmm-mi.
           if minuti-ora < minuti-dalle or minuti-ora >= minuti-alle
              move "Ora fuori dalla fascia prenotabile"
                to psk-messaggio
              exit paragraph
           end-if.
           compute minuti-ora = minuti-ora - minuti-dalle.
           divide minuti-ora by sta-slot-minuti
                  giving numero-slot remainder resto-slot.
           compute minuti-inizio-slot =
                   minuti-dalle + numero-slot * sta-slot-minuti.
           compute minuti-fine-slot =
                   minuti-inizio-slot + sta-slot-minuti.
           if minuti-fine-slot > minuti-alle
              move minuti-alle to minuti-fine-slot
           end-if.
           divide minuti-inizio-slot by 60 giving ore-conv
                  remainder resto-conv.
           move ore-conv   to r-slot-da-hh.
           move resto-conv to r-slot-da-mi.
           compute psk-ora-slot = ore-conv * 100 + resto-conv.
           divide minuti-fine-slot by 60 giving ore-conv
                  remainder resto-conv.
           move ore-conv   to r-slot-a-hh.
           move resto-conv to r-slot-a-mi.
           set slot-valido to true.

      ***---
       PRENOTA-SLOT.
           set psk-rifiutato to true.
           perform LEGGI-STAZIONE.
           if not slot-valido
              exit paragraph
           end-if.
           if resto-slot not = 0
              string "Gli slot di "          delimited size
                     sta-code                delimited space
                     " iniziano ogni "       delimited size
                     sta-slot-minuti         delimited size
                     " minuti da "           delimited size
                     sta-prenota-dalle       delimited size
                into psk-messaggio
              end-string
              exit paragraph
           end-if.
           if psk-data < oggi
              move "Data passata" to psk-messaggio
              exit paragraph
           end-if.
           move psk-ath-code to ath-code.
           read athletes
                invalid
                   move "Atleta inesistente" to psk-messaggio
                   exit paragraph
           end-read.

           move psk-sta-code to pst-sta-code.
           move psk-data     to pst-data.
           move psk-ora-slot to pst-ora.
           read prenstaz no lock
                invalid continue
            not invalid
                string "Slot "                delimited size
                       r-slot-disp            delimited size
                       " gia' prenotato"      delimited size
                  into psk-messaggio
                end-string
                move pst-ath-code to psk-altro-atleta
                exit paragraph
           end-read.

      *    Prenotazioni dell'atleta nella giornata: tetto e doppioni
      *    sulla stessa ora.
           move 0 to prenotazioni-atleta.
           move psk-ath-code to pst-ath-code.
           move psk-data     to pst-data.
           move 0            to pst-ora.
           start prenstaz key is >= pst-k-atleta
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read prenstaz next no lock
                         at end exit perform
                    end-read
                    if pst-ath-code not = psk-ath-code
                    or pst-data     not = psk-data
                       exit perform
                    end-if
                    add 1 to prenotazioni-atleta
                    if pst-ora = psk-ora-slot
                       string "L'atleta ha gia' la stazione "
                                          delimited size
                              pst-sta-code delimited space
                              " alla stessa ora"
                                          delimited size
                         into psk-messaggio
                       end-string
                       exit paragraph
                    end-if
                 end-perform
           end-start.
           if prenotazioni-atleta >= max-prenotazioni
              move max-prenotazioni to r-max-disp
              string "Raggiunto il massimo di " delimited size
                     r-max-disp                 delimited size
                     " prenotazioni al giorno"  delimited size
                into psk-messaggio
              end-string
              exit paragraph
           end-if.

           initialize pst-rec.
           move psk-sta-code to pst-sta-code.
           move psk-data     to pst-data.
           move psk-ora-slot to pst-ora.
           move psk-ath-code to pst-ath-code.
           move psk-canale   to pst-canale.
           move oggi         to pst-data-registrazione.
           accept pst-ora-registrazione from time.
           accept SYSTEM-INFORMATION from system-info.
           move SYSTEM-INFO-USER-ID  to pst-utente.
      *    Operatore collegato ad accesso, se la sessione ne ha uno.
           if opc-codice not = spaces and not = low-value
              move opc-codice     to pst-utente
           end-if.
           write pst-rec
                 invalid
                    string "Slot "                delimited size
                           r-slot-disp            delimited size
                           " gia' prenotato"      delimited size
                      into psk-messaggio
                    end-string
                    exit paragraph
           end-write.
           set gnk-scrittura to true.
           perform GIORNALE-PRENSTAZ.
           set psk-ok to true.
           string "Prenotato "   delimited size
                  sta-code       delimited space
                  " "            delimited size
                  r-slot-disp    delimited size
             into psk-messaggio
           end-string.

      ***---
       ANNULLA-SLOT.
           set psk-rifiutato to true.
           perform LEGGI-STAZIONE.
           if not slot-valido
              exit paragraph
           end-if.
           move psk-sta-code to pst-sta-code.
           move psk-data     to pst-data.
           move psk-ora-slot to pst-ora.
           read prenstaz
                invalid
                   move "Nessuna prenotazione su quello slot"
                     to psk-messaggio
                   exit paragraph
           end-read.
           if pst-ath-code not = psk-ath-code
              move "Lo slot e' prenotato da un altro atleta"
                to psk-messaggio
              exit paragraph
           end-if.
           delete prenstaz record
                  invalid
                     move "Impossibile annullare" to psk-messaggio
                     exit paragraph
           end-delete.
           set gnk-cancellazione to true.
           perform GIORNALE-PRENSTAZ.
           set psk-ok to true.
           string "Annullata la prenotazione "  delimited size
                  sta-code                      delimited space
                  " "                           delimited size
                  r-slot-disp                   delimited size
             into psk-messaggio
           end-string.

      ***---
       VERIFICA-SLOT.
           perform LEGGI-STAZIONE.
           move spaces to psk-messaggio.
           if not slot-valido
              exit paragraph
           end-if.
           move psk-sta-code to pst-sta-code.
           move psk-data     to pst-data.
           move psk-ora-slot to pst-ora.
           read prenstaz no lock
                invalid exit paragraph
           end-read.
           if pst-ath-code = psk-ath-code
              exit paragraph
           end-if.
           set psk-rifiutato to true.
           move pst-ath-code to psk-altro-atleta.
           move pst-ath-code to ath-code.
           read athletes
                invalid
                   move spaces to ath-cognome ath-nome
           end-read.
           string "Stazione "      delimited size
                  sta-code         delimited space
                  " prenotata da " delimited size
                  ath-cognome      delimited "  "
                  " "              delimited size
                  ath-nome         delimited "  "
                  " nello slot "   delimited size
                  r-slot-disp      delimited size
             into psk-messaggio
           end-string.

      ***---
       GIORNALE-PRENSTAZ.
      *    Immagine dopo al giornale di giornata (per l'annullamento
      *    basta la chiave): l'operazione (W/D) la imposta chi chiama,
      *    subito dopo l'I/O riuscito.
           move "prenstaz" to gnk-programma.
           move "prenstaz" to gnk-file.
           move pst-rec    to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.
