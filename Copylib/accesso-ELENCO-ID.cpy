      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-operatore e' l'ID del control ef-operatore
           when 78-ID-ef-operatore
                inquire ef-operatore, value in ef-operatore-buf

      *    78-ID-ef-password e' l'ID del control ef-password
           when 78-ID-ef-password
                inquire ef-password, value in ef-password-buf

           end-evaluate.
