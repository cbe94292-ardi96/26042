                  REFOPN-RC OF AGD12-01
SKH032            " "
SKH032            PARTID-RC OF AGD12-01
SKH056            " "
SKH051            NUMLIV-RC OF AGD12-01
                  " "
                  STATUS-TXT OF WORKER
                  " RC="
