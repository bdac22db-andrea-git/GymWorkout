      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-codice e' l'ID del control ef-codice
           when 78-ID-ef-codice
                inquire ef-codice, value in ef-codice-buf

      *    78-ID-ef-desc e' l'ID del control ef-desc
           when 78-ID-ef-desc
                inquire ef-desc, value in ef-desc-buf

      *    78-ID-ef-unita e' l'ID del control ef-unita
           when 78-ID-ef-unita
                inquire ef-unita, value in ef-unita-buf

      *    78-ID-ef-verso e' l'ID del control ef-verso
           when 78-ID-ef-verso
                inquire ef-verso, value in ef-verso-buf

      *    78-ID-ef-stato e' l'ID del control ef-stato
           when 78-ID-ef-stato
                inquire ef-stato, value in ef-stato-buf

      *    78-ID-ef-sesso e' l'ID del control ef-sesso
           when 78-ID-ef-sesso
                inquire ef-sesso, value in ef-sesso-buf

      *    78-ID-ef-etada e' l'ID del control ef-etada
           when 78-ID-ef-etada
                inquire ef-etada, value in ef-etada-buf

      *    78-ID-ef-etaa e' l'ID del control ef-etaa
           when 78-ID-ef-etaa
                inquire ef-etaa, value in ef-etaa-buf

      *    78-ID-ef-soglia-1 e' l'ID del control ef-soglia-1
           when 78-ID-ef-soglia-1
                inquire ef-soglia-1, value in ef-soglia-1-buf

      *    78-ID-ef-soglia-2 e' l'ID del control ef-soglia-2
           when 78-ID-ef-soglia-2
                inquire ef-soglia-2, value in ef-soglia-2-buf

      *    78-ID-ef-soglia-3 e' l'ID del control ef-soglia-3
           when 78-ID-ef-soglia-3
                inquire ef-soglia-3, value in ef-soglia-3-buf

      *    78-ID-ef-soglia-4 e' l'ID del control ef-soglia-4
           when 78-ID-ef-soglia-4
                inquire ef-soglia-4, value in ef-soglia-4-buf

           end-evaluate.
