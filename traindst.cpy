      *la structure d'une ligne de train-distances.dat : la distance
      *en kilomètres, au dixième, entre deux gares voisines sur la
      *ligne. Une seule ligne par tronçon, elle vaut dans les deux
      *sens
       01 DIST-RECORD.
           05 DIST-GARE-A              PIC X(18).
           05 DIST-GARE-B              PIC X(18).
           05 DIST-KM                  PIC X(05).
           05 DIST-KM-R REDEFINES DIST-KM PIC 9(04)V9.
