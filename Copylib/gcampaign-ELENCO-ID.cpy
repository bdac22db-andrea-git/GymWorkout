           when 78-ID-ef-testo
                inquire ef-testo, value in ef-testo-buf

      *    78-ID-ef-sfida e' l'ID del control ef-sfida
           when 78-ID-ef-sfida
                inquire ef-sfida, value in ef-sfida-buf

           end-evaluate.
