      *    Il flag "S" di abilitazione tecnica marca i movimenti che
      *    vanno sbloccati per atleta dal registro CLEARANCE
      *    (gclearan) prima di finire su scheda o registro.
      *    Un codice ritirato da mrg-exercises (doppione fuso in un
      *    altro codice) si richiama solo in consultazione: il
      *    salvataggio lo lascia ritirato.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "accesso.lks".

       77  status-exercises     pic xx.
       77  status-intexe        pic xx.
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
           move "gexercis"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           move exe-richiede-abilitazione to ef-abilita-buf.
           move exe-unita-misura          to ef-unita-buf.
           display Form1.
           if exe-codice-ritirato
              display message "Codice ritirato, sostituito da "
                              exe-sostituito-da
                         icon mb-information-icon
           end-if.

      ***---
       SALVA-RECORD.
                invalid    set record-esistente to false
               not invalid set record-esistente to true
           end-read.
           if not record-esistente
              move space  to exe-ritirato
              move spaces to exe-sostituito-da
           end-if.

           move ef-descr-buf     to exe-desc.
           move ef-stampa-buf    to exe-desc-stampa.
