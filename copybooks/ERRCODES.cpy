000230     88  ERR-AUTH-NOT-ENTITLED          value '3002'.
000240     88  ERR-ROUTE-NOT-FOUND            value '4001'.
000250     88  ERR-RATE-LIMITED               value '4002'.
000260     88  ERR-ROUTE-IN-MAINTENANCE       value '4003'.
