           when 78-ID-ef-tarpt
                inquire ef-tarpt, value in ef-tarpt-buf

      *    78-ID-ef-taroraria e' l'ID del control ef-taroraria
           when 78-ID-ef-taroraria
                inquire ef-taroraria, value in ef-taroraria-buf

           end-evaluate.
