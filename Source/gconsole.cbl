       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-chainckpt     pic xx.
       77  status-convlog       pic xx.
      ******************************************************************

       MAIN-LOGIC.
           move spaces to acc-funzione.
           perform CONTROLLA-ACCESSO.
           if acc-negato
              goback
           end-if.
           perform INIT.
           perform RACCOGLI-TUTTO.
           perform GESTIONE-SCHERMO.
           goback.

      ***---
       CONTROLLA-ACCESSO.
           set acc-controllo to true.
           move "gconsole"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
      *    cartella dei report, e lo nominano SENZA il prefisso del
      *    programma (vedi i LANCIA-ST-* di st-batch-notturno:
      *    integrita-<data>.pdf, copertura-, superset-, limiti-,
      *    mancanti-; rinnovi- del passo rin-auto). Per i passi
      *    senza report (bak-files, genfiles, conversioni, ret-purge,
      *    snapfiles, ...) il campo resta vuoto e "Apri" non ha niente
      *    da lanciare.
           initialize ef-drill-buf.
           evaluate primo-passo-fallito
           when "st-integrita"
                move "limiti"     to radice-report-passo
           when "st-mancanti"
                move "mancanti"   to radice-report-passo
           when "rin-auto"
                move "rinnovi"    to radice-report-passo
           when other
                move spaces       to radice-report-passo
           end-evaluate.
