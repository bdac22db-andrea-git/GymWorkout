      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-codice e' l'ID del control ef-codice
           when 78-ID-ef-codice
                inquire ef-codice, value in ef-codice-buf

      *    78-ID-ef-data e' l'ID del control ef-data
           when 78-ID-ef-data
                inquire ef-data, value in ef-data-buf

      *    78-ID-ef-valore-1 e' l'ID del control ef-valore-1
           when 78-ID-ef-valore-1
                inquire ef-valore-1, value in ef-valore-1-buf

      *    78-ID-ef-valore-2 e' l'ID del control ef-valore-2
           when 78-ID-ef-valore-2
                inquire ef-valore-2, value in ef-valore-2-buf

      *    78-ID-ef-valore-3 e' l'ID del control ef-valore-3
           when 78-ID-ef-valore-3
                inquire ef-valore-3, value in ef-valore-3-buf

      *    78-ID-ef-valore-4 e' l'ID del control ef-valore-4
           when 78-ID-ef-valore-4
                inquire ef-valore-4, value in ef-valore-4-buf

      *    78-ID-ef-valore-5 e' l'ID del control ef-valore-5
           when 78-ID-ef-valore-5
                inquire ef-valore-5, value in ef-valore-5-buf

      *    78-ID-ef-valore-6 e' l'ID del control ef-valore-6
           when 78-ID-ef-valore-6
                inquire ef-valore-6, value in ef-valore-6-buf

      *    78-ID-ef-valore-7 e' l'ID del control ef-valore-7
           when 78-ID-ef-valore-7
                inquire ef-valore-7, value in ef-valore-7-buf

      *    78-ID-ef-valore-8 e' l'ID del control ef-valore-8
           when 78-ID-ef-valore-8
                inquire ef-valore-8, value in ef-valore-8-buf

      *    78-ID-ef-valore-9 e' l'ID del control ef-valore-9
           when 78-ID-ef-valore-9
                inquire ef-valore-9, value in ef-valore-9-buf

      *    78-ID-ef-valore-10 e' l'ID del control ef-valore-10
           when 78-ID-ef-valore-10
                inquire ef-valore-10, value in ef-valore-10-buf

           end-evaluate.
