cobsub*
       identification division.
       program-id. cobchchn.
       data division.
       working-storage section.
       copy chgfunc replacing ==CHGFUNC-CODE== by
           ==ws-function-code==.
       01 ws-chain-max-steps pic 9 value 5.
       01 ws-chain-scan pic 9 value zero.
       01 ws-chain-end-switch pic x value 'N'.
           88 ws-chain-ended value 'Y'.
       linkage section.
       01 LS-Function-Chain.
           05 LS-Chain-Code occurs 5 times pic x(2).
       01 LS-Step-Count pic 9.
       01 LS-Chain-Valid-Switch pic x(1).
           88 LS-Chain-Is-Valid value 'Y'.
      *--- checks a function chain as COBCHDRV's rules, COBCHPEN's -----
      *--- entry and COBCHPAP's apply all take it: up to five CHGFUNC --
      *--- codes run left to right.  The chain is the codes up to the --
      *--- first blank pair: every code must be a valid CHGFUNC code, --
      *--- nothing may follow a blank pair, and at least one step ------
      *--- must be named.  The switch comes back 'Y' or 'N' with the ---
      *--- number of steps named -------------------------------------------
       procedure division using
       by reference     LS-Function-Chain
       by reference     LS-Step-Count
       by reference     LS-Chain-Valid-Switch.
       A-Main Section.
               move 'Y' to LS-Chain-Valid-Switch
               move 'N' to ws-chain-end-switch
               move zero to LS-Step-Count
               perform B-Check-Chain-Code
                   varying ws-chain-scan from 1 by 1
                   until ws-chain-scan > ws-chain-max-steps
               if LS-Step-Count = zero
                   move 'N' to LS-Chain-Valid-Switch
               end-if.

               goback.

       B-Check-Chain-Code Section.
               move LS-Chain-Code(ws-chain-scan) to ws-function-code
               evaluate true
                   when LS-Chain-Code(ws-chain-scan) = spaces
                       set ws-chain-ended to true
                   when ws-chain-ended
                       move 'N' to LS-Chain-Valid-Switch
                   when not CHGFUNC-CODE-IS-VALID
                       move 'N' to LS-Chain-Valid-Switch
                   when other
                       add 1 to LS-Step-Count
               end-evaluate.
