           when 78-ID-ef-stato
                inquire ef-stato, value in ef-stato-buf

      *    78-ID-ef-prenotabile e' l'ID del control ef-prenotabile
           when 78-ID-ef-prenotabile
                inquire ef-prenotabile, value in ef-prenotabile-buf

      *    78-ID-ef-slot e' l'ID del control ef-slot
           when 78-ID-ef-slot
                inquire ef-slot, value in ef-slot-buf

      *    78-ID-ef-dalle e' l'ID del control ef-dalle
           when 78-ID-ef-dalle
                inquire ef-dalle, value in ef-dalle-buf

      *    78-ID-ef-alle e' l'ID del control ef-alle
           when 78-ID-ef-alle
                inquire ef-alle, value in ef-alle-buf

           end-evaluate.
