               88  LSCH-COLLECTED VALUE 'C'.
               88  LSCH-MISSED VALUE 'M'.
               88  LSCH-RESTRUCTURED-OUT VALUE 'R'.
               88  LSCH-PREPAID-OUT VALUE 'A'.
               88  LSCH-WRITTEN-OFF-OUT VALUE 'K'.
