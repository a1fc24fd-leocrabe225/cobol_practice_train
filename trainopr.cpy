      *la structure d'une ligne de train-operators.dat : un opérateur
      *habilité à ouvrir une session de maintenance du planning, son
      *rôle et son nom. V = consultation seule, P = planificateur
      *(propose des changements), A = approbateur (propose et
      *accepte ou refuse les changements proposés par un autre)
       01 OPER-RECORD.
           05 OPER-ID                  PIC X(10).
           05 OPER-ROLE                PIC X(01).
           05 OPER-NOM                 PIC X(30).
