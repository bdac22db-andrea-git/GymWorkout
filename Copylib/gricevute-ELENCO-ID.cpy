      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-tipo e' l'ID del control ef-tipo
           when 78-ID-ef-tipo
                inquire ef-tipo, value in ef-tipo-buf

      *    78-ID-ef-anno e' l'ID del control ef-anno
           when 78-ID-ef-anno
                inquire ef-anno, value in ef-anno-buf

      *    78-ID-ef-numero e' l'ID del control ef-numero
           when 78-ID-ef-numero
                inquire ef-numero, value in ef-numero-buf

      *    78-ID-ef-motivo e' l'ID del control ef-motivo
           when 78-ID-ef-motivo
                inquire ef-motivo, value in ef-motivo-buf

           end-evaluate.
