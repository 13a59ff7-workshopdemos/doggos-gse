      * matched against when a return arrives. A return nets against
      * the business date and shelter of its ORIGINAL adoption, which
      * only this ledger remembers - and LG-RETURN-COUNT is the only
      * way to answer "was this the same dog twice?". The ledger is
      * a keyed file on LG-ANIMAL-ID: DOGGOS reads only the animals
      * on the day's ADOPTS and rewrites the ones it changed at the
      * end of a clean run. DOGGOSLA moves closed entries past the
      * retention period to the ledger archive, same layout.
      *
      * LG-STATUS 'A' is an open adoption a return may match;
      * 'R' means the animal is back - a later adoption of the same
