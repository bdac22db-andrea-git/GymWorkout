      *    Maintenance screen dell'anagrafica trainer (trainers): i
      *    coach smettono di esistere solo sulla lavagna e il carico
      *    di lavoro per trainer diventa stampabile con st-trainer.
      *    Anche il personale di reception e di sala sta qui (turni
      *    in gshifts, badge in gbadges): per chi e' pagato a ore si
      *    indica la tariffa oraria.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "accesso.lks".

       77  status-trainers      pic xx.

       78  78-ID-pb-esci         value 9.
       78  78-ID-ef-tarcorso     value 10.
       78  78-ID-ef-tarpt        value 11.
       78  78-ID-ef-taroraria    value 12.

       77  control-id            pic 9(4).

       77  ef-stato-buf          pic x.
       77  ef-tarcorso-buf       pic 9(4)v99.
       77  ef-tarpt-buf          pic 9(4)v99.
       77  ef-taroraria-buf      pic 9(4)v99.

       SCREEN SECTION.
       01  Form1.
                                            using ef-tarcorso-buf.
           05 ef-tarpt      line 9  col 22 pic 9(4)v99
                                            using ef-tarpt-buf.
           05 ef-taroraria  line 10 col 22 pic 9(4)v99
                                            using ef-taroraria-buf.
           05 pb-carica     line 11 col 5  pic x(10) value "Carica".
           05 pb-salva      line 11 col 20 pic x(10) value "Salva".
           05 pb-esci       line 11 col 35 pic x(10) value "Esci".
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
           move "gtrainer"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           move trn-stato          to ef-stato-buf.
           move trn-tariffa-corso  to ef-tarcorso-buf.
           move trn-tariffa-pt     to ef-tarpt-buf.
           move trn-tariffa-oraria to ef-taroraria-buf.
           display Form1.

      ***---
           move ef-stato-buf     to trn-stato.
           move ef-tarcorso-buf  to trn-tariffa-corso.
           move ef-tarpt-buf     to trn-tariffa-pt.
           move ef-taroraria-buf to trn-tariffa-oraria.

           if record-esistente
              rewrite trn-rec
