      * Paragrafo per la struttura dei controlli sulla screen Form1
           evaluate control-id
      *    78-ID-ef-numero e' l'ID del control ef-numero
           when 78-ID-ef-numero
                inquire ef-numero, value in ef-numero-buf

      *    78-ID-ef-zona e' l'ID del control ef-zona
           when 78-ID-ef-zona
                inquire ef-zona, value in ef-zona-buf

      *    78-ID-ef-stato e' l'ID del control ef-stato
           when 78-ID-ef-stato
                inquire ef-stato, value in ef-stato-buf

      *    78-ID-ef-note e' l'ID del control ef-note
           when 78-ID-ef-note
                inquire ef-note, value in ef-note-buf

      *    78-ID-ef-atleta e' l'ID del control ef-atleta
           when 78-ID-ef-atleta
                inquire ef-atleta, value in ef-atleta-buf

      *    78-ID-ef-scadenza e' l'ID del control ef-scadenza
           when 78-ID-ef-scadenza
                inquire ef-scadenza, value in ef-scadenza-buf

           end-evaluate.
