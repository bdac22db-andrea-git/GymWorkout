      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-codice e' l'ID del control ef-codice
           when 78-ID-ef-codice
                inquire ef-codice, value in ef-codice-buf

      *    78-ID-ef-data e' l'ID del control ef-data
           when 78-ID-ef-data
                inquire ef-data, value in ef-data-buf

      *    78-ID-ef-ora e' l'ID del control ef-ora
           when 78-ID-ef-ora
                inquire ef-ora, value in ef-ora-buf

      *    78-ID-ef-fase e' l'ID del control ef-fase
           when 78-ID-ef-fase
                inquire ef-fase, value in ef-fase-buf

      *    78-ID-ef-revisione e' l'ID del control ef-revisione
           when 78-ID-ef-revisione
                inquire ef-revisione, value in ef-revisione-buf

      *    78-ID-ef-esc-1 e' l'ID del control ef-esc-1
           when 78-ID-ef-esc-1
                inquire ef-esc-1, value in ef-esc-1-buf

      *    78-ID-ef-esc-2 e' l'ID del control ef-esc-2
           when 78-ID-ef-esc-2
                inquire ef-esc-2, value in ef-esc-2-buf

      *    78-ID-ef-esc-3 e' l'ID del control ef-esc-3
           when 78-ID-ef-esc-3
                inquire ef-esc-3, value in ef-esc-3-buf

      *    78-ID-ef-esc-4 e' l'ID del control ef-esc-4
           when 78-ID-ef-esc-4
                inquire ef-esc-4, value in ef-esc-4-buf

      *    78-ID-ef-esc-5 e' l'ID del control ef-esc-5
           when 78-ID-ef-esc-5
                inquire ef-esc-5, value in ef-esc-5-buf

      *    78-ID-ef-firmatario e' l'ID del control ef-firmatario
           when 78-ID-ef-firmatario
                inquire ef-firmatario, value in ef-firmatario-buf

      *    78-ID-ef-nota e' l'ID del control ef-nota
           when 78-ID-ef-nota
                inquire ef-nota, value in ef-nota-buf

           end-evaluate.
