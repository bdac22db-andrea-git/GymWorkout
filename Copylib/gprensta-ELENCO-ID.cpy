      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-atleta e' l'ID del control ef-atleta
           when 78-ID-ef-atleta
                inquire ef-atleta, value in ef-atleta-buf

      *    78-ID-ef-stazione e' l'ID del control ef-stazione
           when 78-ID-ef-stazione
                inquire ef-stazione, value in ef-stazione-buf

      *    78-ID-ef-data e' l'ID del control ef-data
           when 78-ID-ef-data
                inquire ef-data, value in ef-data-buf

      *    78-ID-ef-ora e' l'ID del control ef-ora
           when 78-ID-ef-ora
                inquire ef-ora, value in ef-ora-buf

           end-evaluate.
