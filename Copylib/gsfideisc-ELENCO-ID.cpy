      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-sfida e' l'ID del control ef-sfida
           when 78-ID-ef-sfida
                inquire ef-sfida, value in ef-sfida-buf

      *    78-ID-ef-atleta e' l'ID del control ef-atleta
           when 78-ID-ef-atleta
                inquire ef-atleta, value in ef-atleta-buf

      *    78-ID-ef-valore e' l'ID del control ef-valore
           when 78-ID-ef-valore
                inquire ef-valore, value in ef-valore-buf

      *    78-ID-ef-datavalore e' l'ID del control ef-datavalore
           when 78-ID-ef-datavalore
                inquire ef-datavalore, value in ef-datavalore-buf

           end-evaluate.
