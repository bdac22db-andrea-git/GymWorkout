      *    cartella indicata, sovrascrivendo i file correnti. Da usare
      *    a impianto FERMO, dopo che una catena notturna e' stata
      *    abortita per un conteggio che non tornava.
      *    Solo l'admin puo' lanciarlo (permessi di accesso).
      ******************************************************************

      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           copy "accesso.lks".

      * ELENCO DEGLI ARCHIVI FOTOGRAFATI DA BAK-FILES, NELLO STESSO
      * ORDINE
       01  tab-nomi-archivi.
      ***---
       MAIN-PRG.
           move 0 to link-status.
      *    Riservato all'admin; lanciato in automatico non chiede
      *    l'accesso, vale l'operatore gia' collegato.
           move spaces        to acc-funzione.
           set acc-controllo  to true.
           move "bak-restore" to acc-programma.
           move link-modo-batch to acc-modo.
           call   "accesso"   using accesso-linkage.
           cancel "accesso".
           if acc-negato
              move -1 to link-status
              goback
           end-if.
           move 1 to ax.
           perform until ax > 28
              move nome-archivio(ax) to nome-file-corrente
