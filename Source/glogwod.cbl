      *    (flag "S" + codice motivo obbligatorio) riapre la giornata
      *    e manda immagini prima/dopo della riga al giornale AUDITJRN,
      *    dove finora finivano solo i salvataggi delle anagrafiche.
      *    La correzione e' una funzione a parte (CORREZIONE) nei
      *    permessi di accesso: di default solo manager e admin.
      *    Sulla giornata di oggi, un esercizio la cui stazione e'
      *    prenotata da un altro atleta nello slot in corso (PRENSTAZ,
      *    gprensta) da' un avviso: si logga comunque.
      *    Ogni scrittura su RWODBOOK, SESSLOG e AUDITJRN va anche al
      *    giornale di giornata TXJRN (subprogramma giornale), da cui
      *    bak-rollfwd riporta avanti una fotografia rimessa.
      *    L'atleta con un caso di rientro dopo infortunio (RIENTRI,
      *    grientri) segue la fase in corso: a riposo non si preparano
      *    righe ne' si salvano serie, in riabilitazione gli esercizi
      *    esclusi (esercizio, gruppo o macrogruppo) si rifiutano, in
      *    carico parziale danno un avviso.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".
       copy "prenstaz.lks".
       copy "giornale.lks".
       77  esito-giornale        signed-short.
       copy "rientro.lks".

       77  status-athletes      pic xx.
       77  status-wodmap        pic xx.
      * motivo e immagini prima/dopo a giornale AUDITJRN.
       78  78-giorni-grazia      value 2.
       77  oggi                  pic 9(8).
       77  ora-adesso            pic 9(8).
       01  tab-giorni-cumulati.
           05 filler             pic x(36) value
              "000031059090120151181212243273304334".
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
           move "glogwod"     to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           if not atleta-valido
              exit paragraph
           end-if.
           move spaces to rnk-exe-code rnk-mcg-code.
           perform CONTROLLA-RIENTRO.
           if rnk-vietato
              exit paragraph
           end-if.
           if rnk-consentito and not rnk-nessun-caso
              display message rnk-messaggio
                         icon mb-information-icon
           end-if.

           move 0 to num-preparate num-esistenti.
           move 1 to slot-corrente.
           write rod-rec
                 invalid add 1 to num-esistenti
             not invalid add 1 to num-preparate
                         set gnk-scrittura to true
                         perform GIORNALE-RWODBOOK
           end-write.

      ***---
                                 " inesistente" icon mb-warning-icon
                      exit paragraph
              end-read
              if exe-codice-ritirato
                 display message "Esercizio " ef-esercizio-buf
                                 " ritirato: usare " exe-sostituito-da
                            icon mb-warning-icon
                 exit paragraph
              end-if
              perform PROMUOVI-SOSTITUTO-SE-GUASTO
              perform CONTROLLA-ABILITAZIONE
           end-if.
           end-read.
           move rod-rec to wk-rod-prima.

      *    Esercizio davvero fatto (quello battuto, col sostituto gia'
      *    promosso, o quello della riga) e macrogruppo dello slot.
           if ef-esercizio-buf not = spaces
              move ef-esercizio-buf to rnk-exe-code
           else
              move rod-exe-code     to rnk-exe-code
           end-if.
           move rod-mcg-code to rnk-mcg-code.
           perform CONTROLLA-RIENTRO.
           if rnk-vietato
              exit paragraph
           end-if.

           if ef-esercizio-buf not = spaces
              move ef-esercizio-buf to rod-exe-code
           end-if.
                   invalid display message "Impossibile salvare"
                              icon mb-warning-icon
                  not invalid
                      set gnk-riscrittura to true
                      perform GIORNALE-RWODBOOK
                      if giornata-bloccata and correzione-attiva
                         perform SCRIVI-AUDIT-CORREZIONE
                      end-if
                      perform AVVISA-STAZIONE-PRENOTATA
           end-rewrite.

           move spaces to ef-rep-buf ef-kg-buf ef-buf-buf.
           display Form1.

      ***---
       CONTROLLA-RIENTRO.
      *    Caso di rientro dell'atleta alla giornata da loggare: il
      *    divieto ferma il salvataggio, il carico parziale avvisa.
           set rnk-verifica   to true.
           move ef-codice-buf to rnk-ath-code.
           move ef-giorno-buf to rnk-data.
           move 0             to rnk-ora.
           call   "rientro" using rientro-linkage.
           cancel "rientro".
           evaluate true
           when rnk-vietato
                display message rnk-messaggio icon mb-stop-icon
           when rnk-avviso
                display message rnk-messaggio icon mb-warning-icon
           end-evaluate.

      ***---
       AVVISA-STAZIONE-PRENOTATA.
      *    Solo sulla giornata di oggi: la stazione dell'esercizio
      *    prenotata da un altro atleta nello slot dell'ora corrente
      *    e' un avviso per il trainer, non un blocco.
           if rod-exe-code = spaces or rod-day not = oggi
              exit paragraph
           end-if.
           move rod-exe-code to exe-code.
           read exercises
                invalid exit paragraph
           end-read.
           if exe-sta-code = spaces
              exit paragraph
           end-if.
           accept ora-adesso from time.
           move "V"             to psk-operazione.
           move exe-sta-code    to psk-sta-code.
           move rod-code        to psk-ath-code.
           move oggi            to psk-data.
           move ora-adesso(1:4) to psk-ora.
           move "R"             to psk-canale.
           call   "prenstaz" using prenstaz-linkage.
           cancel "prenstaz".
           if psk-rifiutato
              display message psk-messaggio icon mb-warning-icon
           end-if.

      ***---
       CONTROLLA-ABILITAZIONE.
      *    Movimento tecnico da abilitare (exe-richiede-abilitazione):
       CONTROLLA-GIORNATA-BLOCCATA.
      *    Una giornata passata da piu' di 78-giorni-grazia e' chiusa:
      *    si riapre solo in correzione supervisionata, cioe' flag "S"
      *    e codice motivo valorizzato da un operatore abilitato, e
      *    ogni riga toccata finisce a giornale con immagini
      *    prima/dopo.
           set giornata-bloccata to false.
           set correzione-attiva to false.
           if ef-giorno-buf >= oggi
                            icon mb-warning-icon
                 exit paragraph
              end-if
              move "CORREZIONE" to acc-funzione
              perform CONTROLLA-ACCESSO
              if acc-negato
                 exit paragraph
              end-if
              set correzione-attiva to true
              exit paragraph
           end-if.
           move rod-key      to aud-chiave.
           accept aud-data   from century-date.
           accept aud-ora    from time.
           move acc-operatore       to aud-utente.
           move ef-motivocorr-buf   to aud-motivo.
           set aud-op-modifica    to true.
           set aud-immagine-prima to true.
           move wk-rod-prima to aud-immagine.
           write aud-rec
                 invalid continue
             not invalid
                 set gnk-scrittura to true
                 perform GIORNALE-AUDITJRN
           end-write.
           set aud-immagine-dopo to true.
           move rod-rec to aud-immagine.
           write aud-rec
                 invalid continue
             not invalid
                 set gnk-scrittura to true
                 perform GIORNALE-AUDITJRN
           end-write.

      ***---
       CALCOLA-NUMERO-GIORNO.
           move ef-rpe-buf      to ses-rpe.
           move ef-riposato-buf to ses-riposato.
           move ef-notases-buf  to ses-nota.
           move acc-operatore       to ses-utente.

           if sessione-esistente
              rewrite ses-rec
                      invalid display message "Impossibile salvare"
                                 icon mb-warning-icon
                  not invalid
                      set gnk-riscrittura to true
                      perform GIORNALE-SESSLOG
              end-rewrite
           else
              write ses-rec
                    invalid display message "Impossibile salvare"
                               icon mb-warning-icon
                not invalid
                    set gnk-scrittura to true
                    perform GIORNALE-SESSLOG
              end-write
           end-if.

           accept oggi from century-date.
           display Form1.

      ***---
       GIORNALE-RWODBOOK.
      *    Immagine dopo al giornale di giornata: l'operazione (W/R/D)
      *    la imposta chi chiama, subito dopo l'I/O riuscito.
           move "glogwod"  to gnk-programma.
           move "rwodbook" to gnk-file.
           move rod-rec    to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       GIORNALE-SESSLOG.
           move "glogwod"  to gnk-programma.
           move "sesslog"  to gnk-file.
           move ses-rec    to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       GIORNALE-AUDITJRN.
           move "glogwod"  to gnk-programma.
           move "auditjrn" to gnk-file.
           move aud-rec    to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       CHIUDI-FILES.
           close rwodbook athletes wodmap exercises sesslog
