      *la structure d'une ligne de train-rates.dat : le tarif de la
      *redevance d'accès au réseau, en euros par train-kilomètre avec
      *trois décimales, pour un type de train (TGV/COR/TER) et une
      *tranche horaire, P pour un départ en heure de pointe et C pour
      *un départ en heure creuse
       01 RATE-RECORD.
           05 RATE-TYPE                PIC X(03).
           05 RATE-TRANCHE             PIC X(01).
               88 RATE-POINTE          VALUE 'P'.
               88 RATE-CREUSE          VALUE 'C'.
           05 RATE-EUR-KM              PIC X(06).
           05 RATE-EUR-KM-R REDEFINES RATE-EUR-KM PIC 9(03)V9(03).
