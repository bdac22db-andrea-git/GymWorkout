      *    Incassi per mese e tipo di piano: dalle rate incassate dello
      *    scadenzario PAYMENTS (data di pagamento nell'intervallo
      *    richiesto) aggrega gli importi per anno/mese dell'incasso e
      *    piano dell'abbonamento di appartenenza, con totale
      *    di mese e totale generale: il "quanto e' entrato e da quali
      *    piani" che oggi si ricostruisce a mano dalle ricevute.
      *    Il piano e' il codice del catalogo PLANS (sub-pln-code),
      *    stampato con la sua descrizione: due operatori che scrivono
      *    lo stesso piano in due modi non lo spezzano piu' su due
      *    righe. Le righe storiche senza codice restano raggruppate
      *    per la dicitura libera di sub-tipo-piano.
      *    Le vendite del negozio (rate 9000 + numero vendita, vedi
      *    gvendite) escono su una riga propria per mese.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       FILE-CONTROL.
       copy "payments.sl".
       copy "subscriptions.sl".
       copy "plans.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "payments.fd".
       copy "subscriptions.fd".
       copy "plans.fd".

       WORKING-STORAGE SECTION.
      * COPY

       77  status-payments       pic xx.
       77  status-subscriptions  pic xx.
       77  status-plans          pic xx.

      * COSTANTI
       78  titolo                value "Incassi per piano".
      *    Codice-contenitore degli ingressi giornalieri (vedi
      *    REGISTRA-GIORNALIERO in gcheckin).
       78  78-codice-visitatore  value 999999999999999998.
       78  78-base-rata-negozio  value 9000.
       78  78-max-righe          value 400.

       77  ArialNarrow11         handle of font.
           05 tab-inc-el         occurs 400 times.
               10 tab-inc-mese       pic 9(6).
               10 tab-inc-piano      pic x(20).
      *           "C" = tab-inc-piano e' un codice del catalogo PLANS
               10 tab-inc-catalogo   pic x.
               10 tab-inc-importo    pic 9(9)v99.
               10 tab-inc-rate       pic 9(5).
       77  tab-inc-count         pic 9(3) value 0.
       77  tab-jx                pic 9(3).

       77  mese-incasso          pic 9(6).
       77  piano-incasso         pic x(20).
       77  catalogo-incasso      pic x.
       77  desc-piano-stampa     pic x(63).
       77  mese-in-stampa        pic 9(6).
       77  totale-mese           pic 9(9)v99.
       77  totale-generale       pic 9(9)v99.

      ***---
       APRI-FILES.
           open input payments subscriptions plans.

      ***---
       STAMPA.
      *    Il tipo di piano arriva dall'abbonamento di appartenenza
      *    della rata; una rata rimasta orfana (abbonamento cancellato)
      *    finisce sotto un piano fittizio invece di sparire dai conti.
           move space to catalogo-incasso.
           if pay-code = 78-codice-visitatore
              move "INGRESSI GIORNALIERI" to piano-incasso
           else
           if pay-num-rata > 78-base-rata-negozio
              move "VENDITE NEGOZIO"      to piano-incasso
           else
              move pay-code         to sub-code
              move pay-data-inizio  to sub-data-inizio
              read subscriptions
                   invalid move "(senza abbonamento)"
                        to piano-incasso
               not invalid
                   if sub-pln-code = spaces
                      move sub-tipo-piano to piano-incasso
                   else
                      move sub-pln-code   to piano-incasso
                      move "C"            to catalogo-incasso
                   end-if
              end-read
           end-if
           end-if.
           move pay-data-pagamento(1:6) to mese-incasso.

           perform varying tab-ix from 1 by 1
                     until tab-ix > tab-inc-count
              if tab-inc-mese(tab-ix) = mese-incasso
              and tab-inc-piano(tab-ix) = piano-incasso
              and tab-inc-catalogo(tab-ix) = catalogo-incasso
                 set riga-in-tabella to true
                 exit perform
              end-if
              if tab-inc-mese(tab-ix) > mese-incasso
              or (tab-inc-mese(tab-ix) = mese-incasso
                  and tab-inc-piano(tab-ix) > piano-incasso)
                 exit perform
              end-if
           end-perform.
              subtract 1 from tab-jx
           end-perform.
           move mese-incasso   to tab-inc-mese(tab-ix).
           move piano-incasso    to tab-inc-piano(tab-ix).
           move catalogo-incasso to tab-inc-catalogo(tab-ix).
           move pay-importo    to tab-inc-importo(tab-ix).
           move 1              to tab-inc-rate(tab-ix).
           add 1 to tab-inc-count.
       STAMPA-RIGA-PIANO.
           move tab-inc-importo(tab-ix) to r-importo-disp.
           move tab-inc-rate(tab-ix)    to r-rate-disp.
           perform DESCRIVI-PIANO.
           initialize r-riga-incasso.
           string "   "                  delimited size
                  desc-piano-stampa      delimited size
                  "  rate: "             delimited size
                  r-rate-disp            delimited size
                  "  importo: "          delimited size
           perform SCRIVI.
           add 0,4 to spl-riga.

      ***---
       DESCRIVI-PIANO.
      *    Codice a catalogo seguito dalla descrizione corrente del
      *    piano; le diciture libere storiche escono come sono.
           move tab-inc-piano(tab-ix) to desc-piano-stampa.
           if tab-inc-catalogo(tab-ix) not = "C"
              exit paragraph
           end-if.
           move tab-inc-piano(tab-ix) to pln-code.
           read plans
                invalid continue
            not invalid
                initialize desc-piano-stampa
                string pln-code  delimited size
                       " - "     delimited size
                       pln-desc  delimited size
                  into desc-piano-stampa
                end-string
           end-read.

      ***---
       STAMPA-TOTALE-MESE.
           move totale-mese to r-importo-disp.

      ***---
       CHIUDI-FILES.
           close payments subscriptions plans.

      ***---
       EXIT-PGM.
