      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-data e' l'ID del control ef-data
           when 78-ID-ef-data
                inquire ef-data, value in ef-data-buf

      *    78-ID-ef-operatore e' l'ID del control ef-operatore
           when 78-ID-ef-operatore
                inquire ef-operatore, value in ef-operatore-buf

      *    78-ID-ef-cont-contanti e' l'ID del control ef-cont-contanti
           when 78-ID-ef-cont-contanti
                inquire ef-cont-contanti, value in ef-cont-contanti-buf

      *    78-ID-ef-cont-carta e' l'ID del control ef-cont-carta
           when 78-ID-ef-cont-carta
                inquire ef-cont-carta, value in ef-cont-carta-buf

           end-evaluate.
