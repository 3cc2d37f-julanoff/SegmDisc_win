%Module MENU_RCL;

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

*  o  The "RCL" payment recall decision screen.		*

%^ Decide a camt.056 recall request IFML_GATEWAY has filed on
%^ RECALL_QUE -- another bank asking for a payment it sent us back.
%^ The operator keys the recall's assignment id and a function:
%^
%^	"A" accepts it.  The wire to return is the one the gateway
%^	    matched, or the TRN keyed on the screen (required for a
%^	    "U"nmatched recall, and overriding the match otherwise).
%^	    An "O"wed entry for that TRN is raised on RETURN_OWED_QUE,
%^	    carrying the Recall_id, for RETURN_WIRE_GEN to build the
%^	    return (without compensation) and MENU_RWC to confirm it.
%^	    A wire that already owes a return is refused.
%^	"R" rejects it with the ISO 20022 reason keyed on the screen:
%^	    ARDT already returned, AC04 account closed, AM04
%^	    insufficient funds, CUST customer refused, LEGL legal
%^	    decision, NOAS no answer from the customer, NOOR no
%^	    original transaction received.
%^	"S" shows the recall without changing it.
%^
%^ A decided recall goes to "A"ccepted or "R"ejected with who decided
%^ it and when, in the same commit as its OPR_ACTION_LOG entry (and
%^ for an accept, its owed entry); RECALL_RESPOND then answers the
%^ requesting bank with a camt.029.  A reason memo is required for
%^ either decision, and the deciding operator must hold the ACE/RCLWK
%^ privilege.  Decisions also go to the SIEM through SEC_EVENT_FEED.

%^ Modification History
%^	R. Iverson	18-Jan-2011	CR13264
%^		New module.

*******************************************************************************

%def	<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end


%def			%^ local fsect.

Rcl_que:		que(	%`SBJ_DD_PATH:RECALL_QUE.DDF`);
Rcl_owed_que:		que(	%`SBJ_DD_PATH:RETURN_OWED_QUE.DDF`);
Change_log:		que(	%`SBJ_DD_PATH:OPR_ACTION_LOG.DDF`);
Menu_rcl_set:		set(	%`SBJ_DD_PATH:MENU_RCL_SET.DDF`);
Select_function_wf:	oneof(	%`SBJ_DD_PATH:DAT_FUNCTION_ONEOF.DDF`);
Call_status_wf:		boolean;
Has_recall_priv:	boolean;
Decide_ok_wf:		boolean;
Ws_rsts:		boolean;
Rcl_id_key_ws:		vstr(35);
Rcl_trn_key_ws:		vstr(16);
Rcl_decider_ws:		vstr(12);
Temp_memo_buff:		vstr(%`%ACE$_MSG_STR_SIZE`);

%^ SIEM feed staging - see the SEC_EVENT_FEED call.
Sev_type_ws:		str(8);
Sev_opr_ws:		str(10);
Sev_bank_ws:		str(3);
Sev_memo_ws:		str(80);

%^ Screens
	%`SBJ_DD_PATH:MENU_RCL_SCR.DEF`


%^ The value of this variable determines whether we are to stay or go.
Menu_next_function_ws:	rec(
 Product_id:		vstr(3);
 Function_id:		vstr(6); );

Next_action_wf:		oneof(stay_here_is, timeout_is, menu_is);

first_time_sw:		oneof(first_time_thru,been_there);

Menu_Parameter:		VSTR(4);

parse:			parse;
compose:		compose;

%end

%Procedure.
A100_MAIN.

	Set stay_here_is in Next_action_wf to true.
	Set first_time_thru in first_time_sw to true.

	Perform B000_SUBJECT_INIT thru B000_SUBJECT_INIT_END.

	Perform C000_RCL_SELECT THRU C000_RCL_SELECT_END
		until not stay_here_is in Next_action_wf.


	IF (Timeout_Is IN Next_Action_Wf)
	THEN
	    %BEG Menu_Parameter = "*TO*"; %END
	ELSE
	    %BEG Menu_Parameter = null; %END
	END-IF.

	CALL "MENU_TRANSFER" USING
	  BY REFERENCE Menu_Parameter.

	%^ clean up before exit
	Perform B050_RCL_BREAK thru B050_RCL_BREAK_END.

A100_MAIN_END.
	%EXIT PROGRAM.

******************************************************************************
*
* This paragraph init's the program's subjects.
*
B000_SUBJECT_INIT.

	Call "DAT_CONN_ROOT".

	%ACE_CONN_Q "MTS"////"CHNG_AUT_LOG" to Change_log giving Ws_rsts;
	%ACE_CONN_Q "MTS"////"RECALL_QUE" to Rcl_que giving Ws_rsts;
	%ACE_CONN_Q "MTS"////"RETURN_OWED_QUE" to Rcl_owed_que giving Ws_rsts;

	%beg
	menu_next_function_ws = menu_next_function;

	FIRST: Menu_priv_seq;
	Menu_priv_seq ^SEARCH Key="ACERCLWK";
	Has_recall_priv = Menu_priv_seq STATUS;  %^ Recall decision privilege
	%end.

B000_SUBJECT_INIT_END.
	Exit.

B050_RCL_BREAK.
	%beg
	BREAK: Rcl_que;
	BREAK: Rcl_owed_que;
	BREAK: Menu_rcl_set;
	BREAK: Menu_rcl_scr;
	%end.

B050_RCL_BREAK_END.
	Exit.


C000_RCL_SELECT.
%^ One screen: recall assignment id, function ("A" = accept, "R" =
%^ reject, "S" = show), the TRN to return (accept), the reject
%^ reason code (reject), and a memo.

	If first_time_thru
	then
		perform V000_ALLOC_SCREEN thru V000_ALLOC_SCREEN_END

	 	%beg
		Menu_rcl_scr(
			.Fkeys(
			  .Timout.enable = T,
			  .Goldcancel.enable = T,
			  .Goldcancel.noedit = T,
			  .Entr.enable = T),
			.Cmds(
		  	    .Cmd_menu.enable = T,
		  	    .Cmd_menu.Noedit = T ),

		  	.Msg1 = MENU_MSG1,
		  	.Msg2 = MENU_MSG2 );

			Menu_msg1 = null;
			Menu_msg2 = null;

			SEND: Menu_rcl_SCR(
			.Menu_rcl_set send == Menu_rcl_set );
		%end

		Set Been_there in first_time_sw to true
	Else
	  %beg
		Menu_rcl_scr.msg1 = Menu_msg1;
		Menu_rcl_scr.msg2 = Menu_msg2;
		Menu_msg1 = null;
		Menu_msg2 = null;

		reply:menu_rcl_scr &;
		reply:menu_rcl_set;

	  %end
	End-if.


%^******************************************************************************

C000_DISPATCH.

	Evaluate true
	  when scr_status  in Menu_rcl_scr = "TIMOUT"
		%beg
		menu_next_function_ws.function_id = "*TO*";
		Menu_msg1 = "VMSG$_TIMOUT";
		%end
		Set timeout_is in next_action_wf to true

	  when scr_status of Menu_rcl_scr = "GOLDCANCEL"
		%beg
		menu_rcl_scr.Cmdarg = Null;
		%end

		call "MENU_PARSE" using
		 by reference Cmdarg of Menu_rcl_scr
		 returning Call_status_wf

		Set menu_is in next_action_wf to true

	  when scr_status of Menu_rcl_scr =  "CMD_MENU"

		call "MENU_PARSE" using
		 by reference Cmdarg of Menu_rcl_scr
		 returning Call_status_wf

		if failure_is in Call_status_wf
		  then	%beg
			Menu_Msg2 = Menu_errmsg;
			%end
			go to C000_RCL_SELECT_END
		end-if

		set menu_is in Next_action_wf to true


	  when scr_status of Menu_rcl_scr = "ENTR"
		Perform D100_EDIT_SCREEN thru D100_EDIT_SCREEN_END


	  when other

		%beg MENU_MSG2 = "VMSG$_INVLD_KEY_CMD"; %end
		go to C000_RCL_SELECT_END
	end-evaluate.

C000_RCL_SELECT_END.
	Exit.


D100_EDIT_SCREEN.

	If (Recall_id of Menu_rcl_set = Null)
		%beg
		Menu_Msg2 = "MSG$_OPR_RCLNEEDID";
		%end
		go to D100_EDIT_SCREEN_END
	End-if.

	%beg
	compose ^out(Rcl_id_key_ws), Recall_id of Menu_rcl_set, /;

	BREAK: Rcl_que;
	SEARCH: Rcl_que (notrap, forward, eql,
		Key = Rcl_id_key_ws);
	%end.

	If failure_is in Rcl_que_status
		%beg
		Menu_Msg2 = "MSG$_OPR_RCLNOTFOUND";
		%end
		go to D100_EDIT_SCREEN_END
	End-if.

	evaluate The_func of Menu_rcl_set

	%^ Accept the recall and owe the return.
	  when "A"
		Perform E100_ACCEPT_RECALL thru E100_ACCEPT_RECALL_END

	%^ Reject the recall with an ISO reason.
	  when "R"
		Perform E200_REJECT_RECALL thru E200_REJECT_RECALL_END

	%^ Show the recall without changing it.
	  when "S"
		%beg
		Menu_rcl_set(
		    .Disp_status      = Rcl_que.Recall_status,
		    .Disp_trn	      = Rcl_que.Trn_key,
		    .Disp_bank	      = Rcl_que.Bank,
		    .Disp_assigner    = Rcl_que.Assigner,
		    .Disp_orig_tx_id  = Rcl_que.Orig_tx_id,
		    .Disp_orig_uetr   = Rcl_que.Orig_uetr,
		    .Disp_currency    = Rcl_que.Currency,
		    .Disp_amount      = Rcl_que.Amount,
		    .Disp_reason      = Rcl_que.Reason_code,
		    .Disp_reason_text = Rcl_que.Reason_text,
		    .Disp_reject_code = Rcl_que.Reject_code,
		    .Disp_decided_by  = Rcl_que.Decided_by,
		    .Disp_last_memo   = Rcl_que.Last_memo );
		Menu_Msg2 = "MSG$_OPR_RCLSHOWN";
		%end

	  when other
		%beg MENU_MSG2 = "VMSG$_INVLD_KEY_CMD"; %end
	end-evaluate.

	%beg
	BREAK: Rcl_que;
	%end.

D100_EDIT_SCREEN_end.
	Exit.


D200_CHECK_DECIDE.
%^ What both decisions require: the privilege, a reason memo, and a
%^ recall still waiting on a decision.  Decide_ok_wf says whether
%^ the decision may go ahead, and Menu_Msg2 why not.

	Set Failure_is in Decide_ok_wf to true.

	If Failure_is in Has_recall_priv
		%beg
		Menu_Msg2 = "MSG$_OPR_NOTRCLPRIV";
		%end
		go to D200_CHECK_DECIDE_END
	End-if.

	If (Reason_memo of Menu_rcl_set = Null)
		%beg
		Menu_Msg2 = "MSG$_OPR_REASONREQD";
		%end
		go to D200_CHECK_DECIDE_END
	End-if.

	If Recall_status of Rcl_que not = "O"
	  and Recall_status of Rcl_que not = "U"
		%beg
		Menu_Msg2 = "MSG$_OPR_RCLDECIDED";
		%end
		go to D200_CHECK_DECIDE_END
	End-if.

	Set Success_is in Decide_ok_wf to true.

D200_CHECK_DECIDE_END.
	Exit.


E100_ACCEPT_RECALL.
%^ Owe the return: an "O"wed RETURN_OWED_QUE entry for the wire,
%^ linked back to the recall, exactly as RPT_CANCEL_DISP raises one
%^ for a late cancellation.  The owed entry, the recall's move to
%^ "A"ccepted, and the OPR_ACTION_LOG entry ride one commit.

	Perform D200_CHECK_DECIDE thru D200_CHECK_DECIDE_END.
	If Failure_is in Decide_ok_wf
		go to E100_ACCEPT_RECALL_END
	End-if.

%^ The keyed TRN wins; otherwise the wire the gateway matched.
	If (Trn_date of Menu_rcl_set not = Null) and
	   (Trn_num of Menu_rcl_set not = Null)
		%beg
		compose ^out(Rcl_trn_key_ws),
			Trn_date of Menu_rcl_set,
			Trn_num of Menu_rcl_set, /;
		%end
	Else
		%beg
		Rcl_trn_key_ws = Rcl_que.Trn_key;
		%end
	End-if.

	If Rcl_trn_key_ws_length not = 16
		%beg
		Menu_Msg2 = "MSG$_OPR_RCLNEEDTRN";
		%end
		go to E100_ACCEPT_RECALL_END
	End-if.

	%beg
	BREAK: Rcl_owed_que;
	SEARCH: Rcl_owed_que (notrap, forward, eql,
		Key = Rcl_trn_key_ws);
	%end.

	If success_is in Rcl_owed_que_status
		%beg
		BREAK: Rcl_owed_que;
		Menu_Msg2 = "MSG$_OPR_RCLOWEDEXISTS";
		%end
		go to E100_ACCEPT_RECALL_END
	End-if.

	%beg
	BREAK: Rcl_owed_que;
	Rcl_decider_ws = Menu_opr_union.Opr_login_id;
	%end.

	set update_is in Select_function_wf to true.

	%beg
	Alloc_Elem: Rcl_owed_que(notrap,
	    .Systime	 NOW,
	    .Trn_key	 = Rcl_trn_key_ws,
	    .Bank	 = Rcl_que.Bank,
	    .Cxl_log	 = "*RECALL",
	    .Cxl_time	 NOW,
	    .Recall_id	 = Rcl_id_key_ws,
	    .Owed_status = "O" );
	BREAK: Rcl_owed_que;

	Rcl_que(notrap,
	    .Recall_status = "A",
	    .Trn_key	   = Rcl_trn_key_ws,
	    .Decided_by	   = Menu_opr_union.Opr_Login_Id,
	    .Decided_time  NOW,
	    .Last_memo	   = Reason_memo of Menu_rcl_set );

	compose ^out(Temp_memo_buff), "Recall ", Rcl_id_key_ws,
		" accepted, return owed on ", Rcl_trn_key_ws, " - ",
		Reason_memo of Menu_rcl_set, /;

	Alloc_Elem: Change_Log(notrap,
	 .systime NOW,
	 .Person = Menu_Opr_Union.Opr_Login_Id,
	 .File_Type = "RCL",
	 .Dat_Func  = Select_function_wf,
	 .file_key = Rcl_id_key_ws,
	 .Memo = Temp_memo_buff );

	COMMIT: Tran;
	Menu_Msg2 = "MSG$_OPR_RCLACCEPTED";
	Sev_type_ws = "RCLACC";
	%end.

	Perform X100_FEED_SIEM thru X100_FEED_SIEM_END.

E100_ACCEPT_RECALL_END.
	Exit.


E200_REJECT_RECALL.
%^ Refuse the recall with one of the ISO 20022 cancellation reject
%^ reasons; RECALL_RESPOND carries it back to the requester.

	Perform D200_CHECK_DECIDE thru D200_CHECK_DECIDE_END.
	If Failure_is in Decide_ok_wf
		go to E200_REJECT_RECALL_END
	End-if.

	evaluate Reject_code of Menu_rcl_set
	  when "ARDT"
	  when "AC04"
	  when "AM04"
	  when "CUST"
	  when "LEGL"
	  when "NOAS"
	  when "NOOR"
		continue
	  when other
		%beg
		Menu_Msg2 = "MSG$_OPR_RCLBADREASON";
		%end
		go to E200_REJECT_RECALL_END
	end-evaluate.

	%beg
	Rcl_decider_ws = Menu_opr_union.Opr_login_id;
	%end.

	set update_is in Select_function_wf to true.

	%beg
	Rcl_que(notrap,
	    .Recall_status = "R",
	    .Reject_code   = Reject_code of Menu_rcl_set,
	    .Decided_by	   = Menu_opr_union.Opr_Login_Id,
	    .Decided_time  NOW,
	    .Last_memo	   = Reason_memo of Menu_rcl_set );

	compose ^out(Temp_memo_buff), "Recall ", Rcl_id_key_ws,
		" rejected ", Reject_code of Menu_rcl_set, " - ",
		Reason_memo of Menu_rcl_set, /;

	Alloc_Elem: Change_Log(notrap,
	 .systime NOW,
	 .Person = Menu_Opr_Union.Opr_Login_Id,
	 .File_Type = "RCL",
	 .Dat_Func  = Select_function_wf,
	 .file_key = Rcl_id_key_ws,
	 .Memo = Temp_memo_buff );

	COMMIT: Tran;
	Menu_Msg2 = "MSG$_OPR_RCLREJECTED";
	Sev_type_ws = "RCLREJ";
	%end.

	Perform X100_FEED_SIEM thru X100_FEED_SIEM_END.

E200_REJECT_RECALL_END.
	Exit.


X100_FEED_SIEM.
%^ Ship the committed decision to the SIEM, right after its
%^ OPR_ACTION_LOG commit.

	Move spaces to Sev_opr_ws, Sev_bank_ws, Sev_memo_ws.
	Move Rcl_decider_ws(1:Rcl_decider_ws_length) to Sev_opr_ws.
	Move Bank of Rcl_que to Sev_bank_ws.
	Move Temp_memo_buff(1:80) to Sev_memo_ws.
	Call "SEC_EVENT_FEED" using
		by reference Sev_type_ws,
		by reference Sev_opr_ws,
		by reference Sev_bank_ws,
		by reference Sev_memo_ws
	      returning Ws_rsts.

X100_FEED_SIEM_END.
	Exit.


%^******************************************************************************

V000_ALLOC_SCREEN.

	%beg

	ALLOC_TEMP:	Menu_rcl_set(mod);
	Alloc_temp:	Menu_rcl_scr;

	%end.


V000_ALLOC_SCREEN_END.
	Exit.
