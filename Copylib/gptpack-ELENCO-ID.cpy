           when 78-ID-ef-prezzo
                inquire ef-prezzo, value in ef-prezzo-buf

      *    78-ID-ef-metodo e' l'ID del control ef-metodo
           when 78-ID-ef-metodo
                inquire ef-metodo, value in ef-metodo-buf

           end-evaluate.
