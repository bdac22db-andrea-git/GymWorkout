      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-atleta e' l'ID del control ef-atleta
           when 78-ID-ef-atleta
                inquire ef-atleta, value in ef-atleta-buf

      *    78-ID-ef-articolo e' l'ID del control ef-articolo
           when 78-ID-ef-articolo
                inquire ef-articolo, value in ef-articolo-buf

      *    78-ID-ef-quantita e' l'ID del control ef-quantita
           when 78-ID-ef-quantita
                inquire ef-quantita, value in ef-quantita-buf

      *    78-ID-ef-metodo e' l'ID del control ef-metodo
           when 78-ID-ef-metodo
                inquire ef-metodo, value in ef-metodo-buf

           end-evaluate.
