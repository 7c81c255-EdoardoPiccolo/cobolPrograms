*> CALLed subprogram in the CLASSIFY/OPSLOG/TAXCALC/DEDCALC mold.
*>
*> Each order takes its percentage of DISPOSABLE pay (gross less
*> FICA and income tax withholding - the pay runs hand in federal
*> and state withholding together), in slot order, and the combined take is
*> capped at the legal maximum percentage of disposable that
*> garnish.ctl carries (compiled-in 25% when the file is missing) -
*> a later slot gets only what the cap leaves, possibly nothing.
