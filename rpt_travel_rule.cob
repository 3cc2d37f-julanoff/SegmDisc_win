%Module RPT_TRAVEL_RULE <main>;
*****************************************************************
*								*
* Copyright 2010 by IntraNet, Inc. All rights reserved.	*
*								*
* This Software is confidential and proprietary to IntraNet	*
* and it is protected by U.S. copyright law, other national	*
* copyright laws, and international treaties. The Software may	*
* not be disclosed or reproduced in whole or in part in any	*
* manner to any third party without the express prior written	*
* consent of IntraNet, Inc.					*
*								*
* This Software and its related Documentation are made		*
* available under the terms of the Software License		*
* and may not be used, reproduced or disclosed in any manner	*
* except as expressly authorized by the Software License. All	*
* other uses are strictly prohibited.				*
*								*
* This Software and its related Documentation are proprietary	*
* and confidential material of IntraNet, Inc.			*
*								*
*****************************************************************

* Travel Rule exception report.
*
* DEBITSIDE_LOOKUP's X983_CHECK_TRAVEL_RULE logs every payment at or
* over the Travel Rule threshold that was missing originator or
* beneficiary information to TRAVEL_RULE_LOG with its outcome: "O"ut
* under override (warned and released), or "H"eld.  An entry a later
* pass found complete is rewritten "C"ompleted.  For the report date,
* this report lists, by source and bank, every wire that went out
* incomplete under override (TRN, amount, currency and the fields that
* were missing), then summarizes by source and bank: wires caught
* incomplete, out under override, still held, and completed.

* REVISION HISTORY
* ----------------
*
* R. Iverson	21-Sep-2010	CR13213
*	New module.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
    Select TRAVEL_RPT_FILE	Assign to "RPT_TRAVEL_RULE_OUTPUT"
	   ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  TRAVEL_RPT_FILE record 132 characters.
01  TRAVEL_RPT_REC		Pic X(132).

Working-Storage Section.

* Per source/bank tally -- same first-free-slot idiom as
* rpt_payee_check.cob.
01 Trv_tally_ws.
   02 Trv_tally_entry_ws	occurs 200 times.
      03 Trv_tally_src_ws		pic x(03).
      03 Trv_tally_bank_ws		pic x(03).
      03 Trv_tally_caught_ws		pic 9(07) comp-5 value zeroes.
      03 Trv_tally_over_ws		pic 9(07) comp-5 value zeroes.
      03 Trv_tally_held_ws		pic 9(07) comp-5 value zeroes.
      03 Trv_tally_compl_ws		pic 9(07) comp-5 value zeroes.

01 Trv_idx_ws			pic 9(04) comp-5 value zeroes.
01 Trv_slot_ws			pic 9(04) comp-5 value zeroes.
01 Trv_list_ws			pic 9(04) comp-5 value zeroes.
01 Trv_bank_chk_ws		pic x(03).
01 Trv_src_chk_ws		pic x(03).
01 Caught_count_ws		pic 9(07) comp-5 value zeroes.
01 Override_count_ws		pic 9(07) comp-5 value zeroes.
01 Held_count_ws		pic 9(07) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY -- DISPLAY copies of
* the COMP-5 fields above for the STRINGs below.
01 Caught_ws_d			pic 9(07) usage display.
01 Over_ws_d			pic 9(07) usage display.
01 Held_ws_d			pic 9(07) usage display.
01 Compl_ws_d			pic 9(07) usage display.
01 Caught_count_ws_d		pic 9(07) usage display.
01 Override_count_ws_d		pic 9(07) usage display.
01 Held_count_ws_d		pic 9(07) usage display.
01 Amount_ws_d			pic 9(15)v9(3) usage display.

01 Report_line_ws		Pic X(132).
01 Entry_date_ws		str(8).
01 Missing_ws			str(70).

%def <ACE>    %`SBJ_DD_PATH:ACE_FSECT.DDL`    %end
%def <RPT_INIT_SUB>	%`SBJ_DD_PATH:RPT_INIT_SUB_FSECT.DDL`	%end

%def		%^ local fsect.

Rpt_trv_log:		que(	%`SBJ_DD_PATH:TRAVEL_RULE_LOG.DDF`);
Rpt_init_status:	Boolean;   %^ Success/Failure on return from rpt_init call

%end

%Linkage

01 abort_ls    %long.

%Procedure returning abort_ls.

A00_MAIN.

    Move 0 to abort_ls.

    Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.

    Open Output TRAVEL_RPT_FILE.

    Move spaces to Report_line_ws.
    String "Travel Rule - incomplete wires released under override"
	    Delimited by size
	    into Report_line_ws.
    Write TRAVEL_RPT_REC from Report_line_ws.

    Perform B10_SCAN_TRAVEL_LOG thru B10_SCAN_TRAVEL_LOG_end.

    Perform B20_LIST_OVERRIDES thru B20_LIST_OVERRIDES_end.

    Move spaces to Report_line_ws.
    Write TRAVEL_RPT_REC from Report_line_ws.

    Move spaces to Report_line_ws.
    String "Travel Rule exceptions by source and bank"
	    Delimited by size
	    into Report_line_ws.
    Write TRAVEL_RPT_REC from Report_line_ws.

    Move spaces to Report_line_ws.
    String "Src  Bank  Caught   Override Held     Completed"
	    Delimited by size
	    into Report_line_ws.
    Write TRAVEL_RPT_REC from Report_line_ws.

    Perform B30_PRINT_TALLY thru B30_PRINT_TALLY_end.

    Move Caught_count_ws to Caught_count_ws_d.
    Move Override_count_ws to Override_count_ws_d.
    Move Held_count_ws to Held_count_ws_d.
    Move spaces to Report_line_ws.
    String Caught_count_ws_d Delimited by size,
	   " incomplete wire(s), " Delimited by size,
	   Override_count_ws_d Delimited by size,
	   " out under override, " Delimited by size,
	   Held_count_ws_d Delimited by size,
	   " held" Delimited by size
	    into Report_line_ws.
    Write TRAVEL_RPT_REC from Report_line_ws.

    Close TRAVEL_RPT_FILE.

    %^*********************************************************************
    %^* RPT_TRAVEL_RULE$_COUNT  /I ${1} Travel Rule exception(s), ${2} out
    %^*	under override, ${3} held.
    %^*********************************************************************
    call "NEX_CREATE_AND_BROADCAST_MSG" using
	      by content   Z"RPT_TRAVEL_RULE$_COUNT"
	      by value -1
	      %ace_msg_arg_list(Caught_count_ws, Override_count_ws,
				Held_count_ws);

A00_MAIN_END.
    %Exit Program;.

A10_SBJ_INIT.

    call "DAT_CONN_ROOT".

* Call RPT_INIT to parse the standard /DATE command line qualifier, so
* this report can be scoped to a single day's activity (default today).
    Call "RPT_INIT" returning Rpt_init_status.

    If Failure_is in Rpt_init_status
	Move 1 to abort_ls
	%EXIT PROGRAM;
    End-if.

    Perform varying Trv_idx_ws from 1 by 1
	    until Trv_idx_ws > 200
	Move spaces to Trv_tally_src_ws(Trv_idx_ws)
	Move spaces to Trv_tally_bank_ws(Trv_idx_ws)
	Move zero to Trv_tally_caught_ws(Trv_idx_ws)
	Move zero to Trv_tally_over_ws(Trv_idx_ws)
	Move zero to Trv_tally_held_ws(Trv_idx_ws)
	Move zero to Trv_tally_compl_ws(Trv_idx_ws)
    End-perform.

    %ACE_CONN_Q "MTS"////"TRAVEL_RULE_LOG" to Rpt_trv_log giving Rpt_init_status;

A10_SBJ_INIT_end.
    Exit.

B10_SCAN_TRAVEL_LOG.
%^ Walk every entry in TRAVEL_RULE_LOG and tally the report date's by
%^ source and bank.

    %beg
    BREAK: Rpt_trv_log;
    FIRST: Rpt_trv_log;
    %end.

    Perform until Seq_end_is in Rpt_trv_log_cursor

	%beg Entry_date_ws = Rpt_trv_log.Systime.yyyymmdd; %end

	If Entry_date_ws not = Rpt_Date.yyyymmdd
	    Continue
	Else
	    Perform X10_FIND_TRV_SLOT thru X10_FIND_TRV_SLOT_end
	    Add 1 to Caught_count_ws
	    If Trv_slot_ws not = zero
		Add 1 to Trv_tally_caught_ws(Trv_slot_ws)
	    End-if

	    Evaluate Outcome of Rpt_trv_log
		When "O"
		    Add 1 to Override_count_ws
		    If Trv_slot_ws not = zero
			Add 1 to Trv_tally_over_ws(Trv_slot_ws)
		    End-if
		When "H"
		    Add 1 to Held_count_ws
		    If Trv_slot_ws not = zero
			Add 1 to Trv_tally_held_ws(Trv_slot_ws)
		    End-if
		When other
		    If Trv_slot_ws not = zero
			Add 1 to Trv_tally_compl_ws(Trv_slot_ws)
		    End-if
	    End-evaluate
	End-if

	%beg NEXT: Rpt_trv_log; %end

    End-perform.

    %beg BREAK: Rpt_trv_log; %end.

B10_SCAN_TRAVEL_LOG_end.
    Exit.

B20_LIST_OVERRIDES.
%^ One block per source/bank with anything released under override:
%^ a heading line, then the log walked again for that pair's wires.

    Perform varying Trv_list_ws from 1 by 1
	    until Trv_list_ws > 200

	If Trv_tally_bank_ws(Trv_list_ws) not = spaces
	  and Trv_tally_over_ws(Trv_list_ws) > 0

	    Move spaces to Report_line_ws
	    Write TRAVEL_RPT_REC from Report_line_ws

	    Move spaces to Report_line_ws
	    String "Source " Delimited by size,
		   Trv_tally_src_ws(Trv_list_ws)  Delimited by size,
		   "  Bank " Delimited by size,
		   Trv_tally_bank_ws(Trv_list_ws) Delimited by size
		    into Report_line_ws
	    Write TRAVEL_RPT_REC from Report_line_ws

	    Move spaces to Report_line_ws
	    String "Trn               Ccy  Amount              "
		   "Missing"
		    Delimited by size
		    into Report_line_ws
	    Write TRAVEL_RPT_REC from Report_line_ws

	    Perform C10_LIST_PAIR thru C10_LIST_PAIR_end
	End-if

    End-perform.

B20_LIST_OVERRIDES_end.
    Exit.

B30_PRINT_TALLY.
%^ One line per source/bank actually seen.

    Perform varying Trv_idx_ws from 1 by 1
	    until Trv_idx_ws > 200

	If Trv_tally_bank_ws(Trv_idx_ws) not = spaces
	  and Trv_tally_caught_ws(Trv_idx_ws) > 0

	    Move Trv_tally_caught_ws(Trv_idx_ws) to Caught_ws_d
	    Move Trv_tally_over_ws(Trv_idx_ws) to Over_ws_d
	    Move Trv_tally_held_ws(Trv_idx_ws) to Held_ws_d
	    Move Trv_tally_compl_ws(Trv_idx_ws) to Compl_ws_d

	    Move spaces to Report_line_ws
	    String Trv_tally_src_ws(Trv_idx_ws)  Delimited by size,
		   "  "                          Delimited by size,
		   Trv_tally_bank_ws(Trv_idx_ws) Delimited by size,
		   "   "                         Delimited by size,
		   Caught_ws_d                   Delimited by size,
		   "  "                          Delimited by size,
		   Over_ws_d                     Delimited by size,
		   "  "                          Delimited by size,
		   Held_ws_d                     Delimited by size,
		   "  "                          Delimited by size,
		   Compl_ws_d                    Delimited by size
		    into Report_line_ws
	    Write TRAVEL_RPT_REC from Report_line_ws
	End-if

    End-perform.

B30_PRINT_TALLY_end.
    Exit.

C10_LIST_PAIR.
%^ List the report date's override wires for the source/bank in slot
%^ Trv_list_ws.

    %beg
    BREAK: Rpt_trv_log;
    FIRST: Rpt_trv_log;
    %end.

    Perform until Seq_end_is in Rpt_trv_log_cursor

	%beg Entry_date_ws = Rpt_trv_log.Systime.yyyymmdd; %end

	If Entry_date_ws = Rpt_Date.yyyymmdd
	  and Outcome of Rpt_trv_log = "O"
	  and Src_code of Rpt_trv_log = Trv_tally_src_ws(Trv_list_ws)
	  and Bank of Rpt_trv_log = Trv_tally_bank_ws(Trv_list_ws)
	    Move Amount of Rpt_trv_log to Amount_ws_d
	    %beg Missing_ws = Rpt_trv_log.Missing; %end
	    Move spaces to Report_line_ws
	    String Trn_date of Rpt_trv_log   Delimited by size,
		   " "                       Delimited by size,
		   Trn_num of Rpt_trv_log    Delimited by size,
		   "  "                      Delimited by size,
		   Currency of Rpt_trv_log   Delimited by size,
		   "  "                      Delimited by size,
		   Amount_ws_d               Delimited by size,
		   "  "                      Delimited by size,
		   Missing_ws                Delimited by size
		    into Report_line_ws
	    Write TRAVEL_RPT_REC from Report_line_ws
	End-if

	%beg NEXT: Rpt_trv_log; %end

    End-perform.

    %beg BREAK: Rpt_trv_log; %end.

C10_LIST_PAIR_end.
    Exit.

X10_FIND_TRV_SLOT.
%^ Return (in Trv_slot_ws) the tally slot for the current entry's
%^ source and bank, claiming the next free slot the first time the
%^ combination is seen.

    Move zero to Trv_slot_ws.
    Move spaces to Trv_src_chk_ws.
    Move Src_code of Rpt_trv_log to Trv_src_chk_ws.
    Move spaces to Trv_bank_chk_ws.
    Move Bank of Rpt_trv_log to Trv_bank_chk_ws.

    Perform varying Trv_idx_ws from 1 by 1
	    until Trv_idx_ws > 200
	If (Trv_tally_src_ws(Trv_idx_ws) = Trv_src_chk_ws
	  and Trv_tally_bank_ws(Trv_idx_ws) = Trv_bank_chk_ws)
	  or Trv_tally_bank_ws(Trv_idx_ws) = spaces
	    Move Trv_idx_ws to Trv_slot_ws
	    Move Trv_src_chk_ws to Trv_tally_src_ws(Trv_idx_ws)
	    Move Trv_bank_chk_ws to Trv_tally_bank_ws(Trv_idx_ws)
	    Move 201 to Trv_idx_ws
	End-if
    End-perform.

X10_FIND_TRV_SLOT_end.
    Exit.
